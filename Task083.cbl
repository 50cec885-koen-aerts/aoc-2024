SELECT CARDFILE ASSIGN TO DYNAMIC WS-CardFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CardStatus.
SELECT CYCFILE ASSIGN TO "ghostcyc.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CycStatus.

DATA DIVISION.
FILE SECTION.
FD CARDFILE.
   01 CARD-Record    PIC X(80).

COPY "GHOSTCYCFD.CPY".


WORKING-STORAGE SECTION.
01 WS-Dir.
   05 WS-Steps       PIC X(2000) VALUE SPACES.
COPY "MAPTBL.CPY".
COPY "GHOSTTBLWS.CPY".
COPY "GHOSTCYCWS.CPY".
01 WS-MyRow.
   03 WS-RowVal      PIC X(2000) VALUE SPACES.
01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-RptLine        PIC X(200) VALUE SPACES.
01 WS-RptStatus      PIC X(2) VALUE SPACES.
01 WS-GhostStepsKw   PIC X(14) VALUE "GHOSTSTEPS".
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-CrdDateVal     PIC X(10) VALUE SPACES.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "TRAFRPTWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "WALKLIMWS.CPY".


    END-IF.
    MOVE WS-CurrentLoc TO WS-StartLoc.

    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM LOAD-MAP.
    IF WS-LoadAbort = 'Y'
        MOVE "FAIL-LOAD" TO WS-LogStatusTxt
        IF WS-TrlAbort = 'Y'
            MOVE "FAIL-TRAILER" TO WS-LogStatusTxt
        END-IF
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-LoadFail TO RETURN-CODE
        IF WS-TrlAbort = 'Y'
            MOVE WS-RC-TrailerFail TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    IF WS-LimitHit = 'Y'
        DISPLAY "WALK LIMIT REACHED"
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.
    PERFORM RUNLOG-END-PHASE.
    IF WS-LimitHit = 'N'
        PERFORM CHECK-GHOST-CYCLES
    END-IF.

    MOVE "REPORT" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.

    MOVE WS-RunRc TO RETURN-CODE.
    STOP RUN.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "GHOSTTBL.CPY".

COPY "GHOSTCYC.CPY".

COPY "GHOSTCMB.CPY".

COPY "TRAFRPT.CPY".

COPY "NODENAME.CPY".

COPY "RUNLOG.CPY".

COPY "MAPGEN.CPY".

COPY "WALKLIM.CPY".

*> The ghost-cycle check, as in TASK082: a FindDivGhost answer the
*> cycles contradict is replaced by the combined figure when one
*> exists, and fails the run with its own return code when not.
CHECK-GHOST-CYCLES.
    MOVE "CYCLECHK" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE WS-RowCount TO WS-CycNodeCount.
    PERFORM VERIFY-GHOST-CYCLES.
    EVALUATE WS-CycOverall
        WHEN "CORRECTED"
            DISPLAY "Ghost paths: CYCLES BROKEN, STEPS " WS-CountSteps
                " CORRECTED TO " WS-CycResult
            MOVE WS-CycResult TO WS-CountSteps
            MOVE "CORRECTED" TO WS-LogStatusTxt
        WHEN "UNRESOLVED"
            DISPLAY "Ghost paths: CYCLES BROKEN - " WS-CycReason
            MOVE "FAIL-CYCLE" TO WS-LogStatusTxt
            MOVE WS-RC-CycleFail TO WS-RunRcNew
            PERFORM HOLD-RUN-RC
        WHEN OTHER
            MOVE "OK" TO WS-LogStatusTxt
    END-EVALUATE.
    PERFORM RUNLOG-END-PHASE.

CYC-NEXT-NODE.
    SEARCH ALL WS-Row
        AT END
            MOVE 'Y' TO WS-CycNotFound
        WHEN WS-Loc(RowId) = WS-CycCurLoc
            IF WS-CycDirChar = 'L'
                MOVE WS-LeftLoc(RowId) TO WS-CycCurLoc
            ELSE
                MOVE WS-RightLoc(RowId) TO WS-CycCurLoc
            END-IF
    END-SEARCH.

VALIDATE-ENDPOINTS.
    SET WS-EndpointAbort TO 'N'.
    SEARCH ALL WS-Row
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
*> A ghost count the cycle check could not stand behind carries its
*> own keyword where GHOSTSTEPS= would be.
    IF WS-CycOverall = "UNRESOLVED"
        MOVE "GHOSTCYCLEFAIL" TO WS-GhostStepsKw
    END-IF.
    STRING "RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " MAP=" DELIMITED SIZE
        WS-SingleCost DELIMITED SIZE
        " GHOSTPATHS=" DELIMITED SIZE
        WS-TotPaths DELIMITED SIZE
        " " DELIMITED SIZE
        WS-GhostStepsKw DELIMITED SPACE
        "=" DELIMITED SIZE
        WS-CountSteps DELIMITED SIZE
        " EFFECTIVE=" DELIMITED SIZE
        WS-EffDateOut DELIMITED SIZE
        " GEN=" DELIMITED SIZE
        WS-MapGen DELIMITED SIZE
        INTO WS-RptLine
        ON OVERFLOW
            DISPLAY "REPORT LINE TOO LONG FOR WS-RptLine - ABORTING"
