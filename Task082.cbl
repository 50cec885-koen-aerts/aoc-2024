SELECT RPTFILE ASSIGN TO "report.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RptStatus.
SELECT CKPTFILE ASSIGN TO DYNAMIC WS-CkptFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CkptStatus.
SELECT CTLFILE ASSIGN TO DYNAMIC WS-CtlFileName
SELECT CARDFILE ASSIGN TO DYNAMIC WS-CardFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CardStatus.
SELECT CYCFILE ASSIGN TO "ghostcyc.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CycStatus.
SELECT STARTFILE ASSIGN TO DYNAMIC WS-PartStartFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PartStartStatus.
SELECT PARTFILE ASSIGN TO DYNAMIC WS-PartOutFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PartStatus.

DATA DIVISION.
FILE SECTION.
FD CARDFILE.
   01 CARD-Record    PIC X(80).

COPY "GHOSTCYCFD.CPY".

FD STARTFILE.
   01 START-Record   PIC X(80).

COPY "GHOSTPFD.CPY".

WORKING-STORAGE SECTION.
01 WS-Dir.
   05 WS-Steps       PIC X(2000) VALUE SPACES.
COPY "MAPTBL.CPY".
COPY "GHOSTTBLWS.CPY".
COPY "GHOSTCYCWS.CPY".
01 WS-MyRow.
   03 WS-RowVal      PIC X(2000) VALUE SPACES.
01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-CkptInterval   PIC 9(9) COMP VALUE 1000000.
01 WS-FindLocIters   PIC 9(9) COMP VALUE 0.
01 WS-FindDivIters   PIC 9(9) COMP VALUE 0.
01 WS-CkptFileName   PIC X(20) VALUE "checkpt.txt".
01 WS-CkptDeleteRC   PIC 9(9) COMP VALUE 0.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-CrdMaxCyVal    PIC X(20) VALUE SPACES.
01 WS-CrdDateGvn     PIC X(1) VALUE 'N'.
01 WS-CrdDateVal     PIC X(10) VALUE SPACES.
01 WS-CrdPartGvn     PIC X(1) VALUE 'N'.
01 WS-CrdPartVal     PIC X(20) VALUE SPACES.
01 WS-CrdStartsGvn   PIC X(1) VALUE 'N'.
01 WS-CrdStartsVal   PIC X(20) VALUE SPACES.
01 WS-CrdPartOutGvn  PIC X(1) VALUE 'N'.
01 WS-CrdPartOutVal  PIC X(20) VALUE SPACES.
*> Partition state (PART= card): the step walks only the ghost starts
*> named in WS-PartStartFile, keeps its own checkpoint, and writes
*> its paths to WS-PartOutFile (GHOSTPFD.CPY) for GHOSTMRG instead
*> of a report.txt record.  WS-PartPick marks, by the position
*> FIND-GHOSTS gave each start, the starts the list named.
01 WS-PartMode       PIC X(1) VALUE 'N'.
01 WS-PartId         PIC X(8) VALUE SPACES.
01 WS-PartStartFile  PIC X(20) VALUE SPACES.
01 WS-PartOutFile    PIC X(20) VALUE SPACES.
01 WS-PartStartStatus PIC X(2) VALUE SPACES.
01 WS-PartStatus     PIC X(2) VALUE SPACES.
01 WS-PartEOF        PIC X(1) VALUE 'N'.
01 WS-PartErrors     PIC 9(3) VALUE 0.
01 WS-PartAllStarts  PIC 99 VALUE 0.
01 WS-PartKeep       PIC 99 VALUE 0.
01 WS-PartLoc        PIC X(3) VALUE SPACES.
01 WS-PartFound      PIC X(1) VALUE 'N'.
01 WS-PartPickTbl.
   05 WS-PartPick OCCURS 50 TIMES PIC X(1).
01 WS-File1Status    PIC X(2) VALUE SPACES.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "MAPIXLK.CPY".
COPY "TRAFRPTWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "WALKLIMWS.CPY".

 
*> reject the run before any map file is opened, and every resolved
*> value is echoed to runlog.txt.  The positional PARMs stay as a
*> fallback, but the scheduled jobs should run from cards.
*> A PART= card (a partition name of up to eight characters, with
*> MODE=SINGLE or INDEXED) makes the run one step of a partitioned
*> ghost walk: STARTS= names a file listing the ghost starts this
*> step walks, one node code per line, and PARTOUT= the result file
*> (default "ghostp" + name + ".txt").  The step walks and
*> cycle-checks only its own paths, keeps its own checkpoint
*> ("ckpt" + name + ".txt"), and leaves FindDiv, report.txt and the
*> traffic report to GHOSTMRG, which combines every partition's
*> result file once all the steps have run.
    MOVE "TASK082" TO WS-LogPgm.
    PERFORM LOAD-WALK-LIMITS.
    ACCEPT WS-Parm FROM COMMAND-LINE.
            PERFORM PROCESS-ONE-MAP
    END-EVALUATE.

    MOVE WS-RunRc TO RETURN-CODE.
    STOP RUN.

*> The control-card reader: every card is parsed first, the set is
        WHEN "RUNDATE"
            MOVE 'Y' TO WS-CrdDateGvn
            MOVE WS-CardVal(1:10) TO WS-CrdDateVal
        WHEN "PART"
            MOVE 'Y' TO WS-CrdPartGvn
            MOVE WS-CardVal(1:20) TO WS-CrdPartVal
        WHEN "STARTS"
            MOVE 'Y' TO WS-CrdStartsGvn
            MOVE WS-CardVal(1:20) TO WS-CrdStartsVal
        WHEN "PARTOUT"
            MOVE 'Y' TO WS-CrdPartOutGvn
            MOVE WS-CardVal(1:20) TO WS-CrdPartOutVal
        WHEN OTHER
            DISPLAY "CARD ERROR: UNKNOWN KEYWORD '" WS-CardKey "'"
            SET WS-CardErrors UP BY 1
            SET WS-CardErrors UP BY 1
        END-IF
    END-IF.
*> A partition is a share of one map's ghost starts, so it cannot
*> ride a BATCH run over several maps, and it is nothing without the
*> list of starts it owns.
    IF WS-CrdPartGvn = 'Y'
        IF WS-CrdPartVal(9:12) NOT = SPACES
            DISPLAY "CARD ERROR: PART=" WS-CrdPartVal
                " IS LONGER THAN 8 CHARACTERS"
            SET WS-CardErrors UP BY 1
        END-IF
        IF WS-CrdModeVal = "BATCH"
            DISPLAY "CARD ERROR: PART= CONFLICTS WITH MODE=BATCH"
            SET WS-CardErrors UP BY 1
        END-IF
        IF WS-CrdStartsGvn = 'N'
            DISPLAY "CARD ERROR: PART= NEEDS A STARTS= CARD"
            SET WS-CardErrors UP BY 1
        END-IF
    ELSE
        IF WS-CrdStartsGvn = 'Y' OR WS-CrdPartOutGvn = 'Y'
            DISPLAY "CARD ERROR: STARTS=/PARTOUT= NEED A PART= CARD"
            SET WS-CardErrors UP BY 1
        END-IF
    END-IF.

*> Only a validated set lands here.  Card limits override whatever
*> the MAXCYCLES/MAXSTEPS environment variables said, and every
            INTO WS-LogCardTxt
        PERFORM RUNLOG-ECHO-CARD
    END-IF.
    IF WS-CrdPartGvn = 'Y'
        MOVE 'Y' TO WS-PartMode
        MOVE WS-CrdPartVal(1:8) TO WS-PartId
        MOVE WS-CrdStartsVal TO WS-PartStartFile
        IF WS-CrdPartOutGvn = 'Y'
            MOVE WS-CrdPartOutVal TO WS-PartOutFile
        ELSE
            STRING "ghostp" DELIMITED SIZE
                WS-PartId DELIMITED SPACE
                ".txt" DELIMITED SIZE
                INTO WS-PartOutFile
        END-IF
        MOVE SPACES TO WS-CkptFileName
        STRING "ckpt" DELIMITED SIZE
            WS-PartId DELIMITED SPACE
            ".txt" DELIMITED SIZE
            INTO WS-CkptFileName
        MOVE 'N' TO WS-CycCombine
        MOVE SPACES TO WS-LogCardTxt
        STRING "PART=" WS-PartId " STARTS=" WS-PartStartFile
            " PARTOUT=" WS-PartOutFile
            DELIMITED SIZE INTO WS-LogCardTxt
        PERFORM RUNLOG-ECHO-CARD
    END-IF.

PROCESS-BATCH.
    OPEN INPUT CTLFILE.
    MOVE 0 TO WS-FindDivIters.
    MOVE 'N' TO WS-XrefFound.
    MOVE 0 TO WS-XrefErrors.
    MOVE SPACES TO WS-CycOverall.

*> An earlier map of the batch may already hold a worse code than
*> the one this map aborts with; the worse of the two is the run's.
ABORT-BATCH-MAP.
    MOVE RETURN-CODE TO WS-RunRcNew.
    PERFORM HOLD-RUN-RC.
    IF WS-BatchFlag = 'Y'
        CLOSE CTLFILE
    END-IF.
    MOVE WS-RunRc TO RETURN-CODE.
    STOP RUN.

PROCESS-ONE-MAP.
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
        PERFORM ABORT-BATCH-MAP
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
        MOVE WS-RC-GhostFail TO RETURN-CODE
        PERFORM ABORT-BATCH-MAP
    END-IF.
    IF WS-PartMode = 'Y'
        PERFORM SELECT-PARTITION-PATHS
        IF WS-PartErrors > 0
            MOVE "FAIL-PART" TO WS-LogStatusTxt
            PERFORM RUNLOG-END-PHASE
            MOVE WS-RC-PartFail TO RETURN-CODE
            PERFORM ABORT-BATCH-MAP
        END-IF
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.
    MOVE "WALK" TO WS-LogPhase.
    END-IF.

    SET WS-EndCount TO 0.
    IF WS-LimitHit = 'N' AND WS-PartMode = 'N'
        PERFORM FindDiv UNTIL WS-EndCount = WS-TotPaths
            OR WS-LimitHit = 'Y'
    END-IF.
    IF WS-PartMode = 'Y'
        DISPLAY "Map " WS-MapFile ": Partition " WS-PartId
            ": Paths: " WS-TotPaths " of " WS-PartAllStarts
    ELSE
        DISPLAY "Map " WS-MapFile ": Total Steps: " WS-CountSteps
    END-IF.
    DISPLAY "Map " WS-MapFile ": Cycles: " WS-CycleCount.
    IF WS-LimitHit = 'Y'
        DISPLAY "Map " WS-MapFile ": WALK LIMIT REACHED"
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.
    PERFORM RUNLOG-END-PHASE.
    IF WS-LimitHit = 'N'
        MOVE WS-RowCount TO WS-CycNodeCount
        PERFORM CHECK-GHOST-CYCLES
    END-IF.

    MOVE "REPORT" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    IF WS-PartMode = 'Y'
        PERFORM WRITE-PARTITION
    ELSE
        PERFORM WRITE-REPORT
        PERFORM WRITE-TRAFFIC-REPORT
    END-IF.
    PERFORM END-REPORT-PHASE.

*> The checkpoint goes once the walk is finished and on file; a
*> partition result that could not be written keeps it, so the rerun
*> need not walk again.
END-REPORT-PHASE.
    IF WS-PartMode = 'Y' AND WS-PartStatus NOT = '00'
        MOVE "FAIL-PARTOUT" TO WS-LogStatusTxt
        PERFORM RUNLOG-END-PHASE
        EXIT PARAGRAPH
    END-IF.
    IF WS-LimitHit = 'N'
        CALL "CBL_DELETE_FILE" USING WS-CkptFileName
            RETURNING WS-CkptDeleteRC
*> the report record all work exactly as in the in-memory walk.
PROCESS-ONE-MAP-IX.
    MOVE WS-IxFile TO WS-MapFile.
    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 'O' TO MAPIX-Op.
        MOVE WS-RC-GhostFail TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-PartMode = 'Y'
        PERFORM SELECT-PARTITION-PATHS
        IF WS-PartErrors > 0
            PERFORM CLOSE-IX-MAP
            MOVE "FAIL-PART" TO WS-LogStatusTxt
            PERFORM RUNLOG-END-PHASE
            MOVE WS-RC-PartFail TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.
    MOVE "WALK" TO WS-LogPhase.
    END-IF.

    SET WS-EndCount TO 0.
    IF WS-LimitHit = 'N' AND WS-PartMode = 'N'
        PERFORM FindDiv UNTIL WS-EndCount = WS-TotPaths
            OR WS-LimitHit = 'Y'
    END-IF.
    IF WS-PartMode = 'Y'
        DISPLAY "Map " WS-MapFile ": Partition " WS-PartId
            ": Paths: " WS-TotPaths " of " WS-PartAllStarts
    ELSE
        DISPLAY "Map " WS-MapFile ": Total Steps: " WS-CountSteps
    END-IF.
    DISPLAY "Map " WS-MapFile ": Cycles: " WS-CycleCount.
    IF WS-LimitHit = 'Y'
        DISPLAY "Map " WS-MapFile ": WALK LIMIT REACHED"
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
    PERFORM CLOSE-IX-MAP.
    IF WS-PartMode = 'Y'
        PERFORM WRITE-PARTITION
    ELSE
        PERFORM WRITE-REPORT
    END-IF.
    PERFORM END-REPORT-PHASE.

CLOSE-IX-MAP.
    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.

*> FindDiv's answer is only as good as its assumption that every
*> ghost comes back to a 'Z' each first-count steps and at no other
*> step.  GHOSTCYC.CPY walks each path on past its first 'Z' to find
*> out: when every path holds, the answer stands; when one does not
*> but the true offsets and periods still combine, the combined
*> figure replaces it; when they cannot be combined the run fails
*> with its own return code and the report carries CYCLEFAIL=
*> instead of a step count nobody should trust.
CHECK-GHOST-CYCLES.
    MOVE "CYCLECHK" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM VERIFY-GHOST-CYCLES.
    EVALUATE WS-CycOverall
        WHEN "CORRECTED"
            DISPLAY "Map " WS-MapFile ": GHOST CYCLES BROKEN, STEPS "
                WS-CountSteps " CORRECTED TO " WS-CycResult
            MOVE WS-CycResult TO WS-CountSteps
            MOVE "CORRECTED" TO WS-LogStatusTxt
        WHEN "UNRESOLVED"
            DISPLAY "Map " WS-MapFile ": GHOST CYCLES BROKEN - "
                WS-CycReason
            MOVE "FAIL-CYCLE" TO WS-LogStatusTxt
            MOVE WS-RC-CycleFail TO WS-RunRcNew
            PERFORM HOLD-RUN-RC
        WHEN OTHER
            MOVE "OK" TO WS-LogStatusTxt
    END-EVALUATE.
    PERFORM RUNLOG-END-PHASE.

*> The one step the cycle check needs from this program: through
*> the in-memory table, or by key through MAPIXIO in indexed mode.
CYC-NEXT-NODE.
    IF WS-IxMode = 'Y'
        MOVE 'R' TO MAPIX-Op
        MOVE WS-CycCurLoc TO MAPIX-Loc
        CALL "MAPIXIO" USING MAPIX-Parm
        IF MAPIX-Status NOT = '00'
            MOVE 'Y' TO WS-CycNotFound
        ELSE
            IF WS-CycDirChar = 'L'
                MOVE MAPIX-Left TO WS-CycCurLoc
            ELSE
                MOVE MAPIX-Right TO WS-CycCurLoc
            END-IF
        END-IF
    ELSE
        SEARCH ALL WS-Row
            AT END
                MOVE 'Y' TO WS-CycNotFound
            WHEN WS-Loc(RowId) = WS-CycCurLoc
                IF WS-CycDirChar = 'L'
                    MOVE WS-LeftLoc(RowId) TO WS-CycCurLoc
                ELSE
                    MOVE WS-RightLoc(RowId) TO WS-CycCurLoc
                END-IF
        END-SEARCH
    END-IF.

*> Indexed-mode counterpart of GHOSTTBL.CPY's FIND-GHOSTS: one
*> sequential pass over the indexed map in key order, collecting
*> every node code ending in 'A' as a ghost-path start.  The same
*> WS-TrackMax cap and WS-GhostAbort convention apply.  The pass
*> also counts the nodes, which bounds the ghost-cycle check.
FIND-GHOSTS-IX.
    SET WS-TotPaths TO 0.
    SET WS-GhostAbort TO 'N'.
    MOVE 0 TO WS-CycNodeCount.
    MOVE 'S' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    PERFORM UNTIL WS-GhostAbort = 'Y' OR MAPIX-Status NOT = '00'
        MOVE 'N' TO MAPIX-Op
        CALL "MAPIXIO" USING MAPIX-Parm
        IF MAPIX-Status = '00' AND MAPIX-Loc NOT = "***"
            ADD 1 TO WS-CycNodeCount
        END-IF
        IF MAPIX-Status = '00'
            AND MAPIX-Loc NOT = "***"
            AND MAPIX-Loc(3:1) = 'A'

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

WRITE-REPORT.
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
*> A combined count the cycle check could not stand behind carries
*> its own keyword where STEPS= would be, so no reader mistakes it
*> for an answer.
    IF WS-CycOverall = "UNRESOLVED"
        STRING "RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            " MAP=" DELIMITED SIZE
            WS-MapFile DELIMITED SIZE
            " GHOSTPATHS=" DELIMITED SIZE
            WS-TotPaths DELIMITED SIZE
            " CYCLEFAIL=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " EFFECTIVE=" DELIMITED SIZE
            WS-EffDateOut DELIMITED SIZE
            " GEN=" DELIMITED SIZE
            WS-MapGen DELIMITED SIZE
            INTO WS-RptLine
    ELSE
        STRING "RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            " MAP=" DELIMITED SIZE
            WS-MapFile DELIMITED SIZE
            " GHOSTPATHS=" DELIMITED SIZE
            WS-TotPaths DELIMITED SIZE
            " STEPS=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " EFFECTIVE=" DELIMITED SIZE
            WS-EffDateOut DELIMITED SIZE
            " GEN=" DELIMITED SIZE
            WS-MapGen DELIMITED SIZE
            INTO WS-RptLine
    END-IF.
    OPEN EXTEND RPTFILE.
    IF WS-RptStatus = '35'
        OPEN OUTPUT RPTFILE
    END-IF.
    CLOSE RPTFILE.

*> A partition step's start list: every line names one ghost start
*> ('*' lines are comments).  A node FIND-GHOSTS did not collect, a
*> start named twice or an empty list rejects the step before it
*> walks, since GHOSTMRG could only refuse its result later.  The
*> ghost-path table is then cut down to the named starts, in map
*> order, and everything after - walk, checkpoint, cycle check -
*> sees only those.
SELECT-PARTITION-PATHS.
    MOVE 0 TO WS-PartErrors.
    MOVE WS-TotPaths TO WS-PartAllStarts.
    MOVE SPACES TO WS-PartPickTbl.
    OPEN INPUT STARTFILE.
    IF WS-PartStartStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-PartStartFile
            ', FILE STATUS ' WS-PartStartStatus
        SET WS-PartErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-PartEOF.
    PERFORM UNTIL WS-PartEOF = 'Y'
        READ STARTFILE
            AT END
                MOVE 'Y' TO WS-PartEOF
            NOT AT END
                IF START-Record NOT = SPACES
                    AND START-Record(1:1) NOT = '*'
                    PERFORM PICK-PARTITION-START
                END-IF
        END-READ
    END-PERFORM.
    CLOSE STARTFILE.
    MOVE 0 TO WS-PartKeep.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        IF WS-PartPick(TrackId) = 'Y'
            SET WS-PartKeep UP BY 1
            MOVE WS-Path(TrackId) TO WS-Path(WS-PartKeep)
        END-IF
        SET TrackId UP BY 1
    END-PERFORM.
    IF WS-PartKeep = 0
        DISPLAY "PARTITION " WS-PartId ": NO GHOST STARTS LISTED IN "
            WS-PartStartFile
        SET WS-PartErrors UP BY 1
    END-IF.
    MOVE WS-PartKeep TO WS-TotPaths.
    IF WS-PartErrors > 0
        DISPLAY WS-PartErrors " START LIST ERROR(S) IN "
            WS-PartStartFile " - PARTITION " WS-PartId " REJECTED"
    END-IF.

PICK-PARTITION-START.
    MOVE START-Record(1:3) TO WS-PartLoc.
    MOVE 'N' TO WS-PartFound.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths OR WS-PartFound = 'Y'
        IF WS-GhostStart(TrackId) = WS-PartLoc
            MOVE 'Y' TO WS-PartFound
        ELSE
            SET TrackId UP BY 1
        END-IF
    END-PERFORM.
    IF WS-PartFound = 'N'
        DISPLAY "PARTITION " WS-PartId ": " WS-PartLoc
            " IS NOT A GHOST START OF " WS-MapFile
        SET WS-PartErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    IF WS-PartPick(TrackId) = 'Y'
        DISPLAY "PARTITION " WS-PartId ": " WS-PartLoc
            " IS LISTED TWICE"
        SET WS-PartErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-PartPick(TrackId).

*> The partition result file GHOSTMRG reads back (GHOSTPFD.CPY): the
*> header says which partition, map and delivery it is and whether
*> the walk finished, then one record per path with its first 'Z'
*> and the cycle check's verdict, offset and period.  A walk the
*> limits stopped is still written, as STATUS=LIMIT, so the merge
*> can say which partition to rerun.
WRITE-PARTITION.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    IF WS-EffDate = SPACES
        MOVE "NONE" TO WS-EffDateOut
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
    OPEN OUTPUT PARTFILE.
    IF WS-PartStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-PartOutFile
            ', FILE STATUS ' WS-PartStatus
        MOVE WS-RC-CtlFail TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
        EXIT PARAGRAPH
    END-IF.
    MOVE "GHOSTPART PART=" TO PART-HdrTag.
    MOVE WS-PartId TO PART-Id.
    MOVE " RUNDATE=" TO PART-HdrKw2.
    MOVE WS-RunDate TO PART-RunDate.
    MOVE " MAP=" TO PART-HdrKw3.
    MOVE WS-MapFile TO PART-MapFile.
    MOVE " EFFECTIVE=" TO PART-HdrKw4.
    MOVE WS-EffDateOut TO PART-EffDate.
    MOVE " PATHS=" TO PART-HdrKw5.
    MOVE WS-TotPaths TO PART-Paths.
    MOVE " STATUS=" TO PART-HdrKw6.
    IF WS-LimitHit = 'Y'
        MOVE "LIMIT" TO PART-Status
    ELSE
        MOVE "OK" TO PART-Status
    END-IF.
    WRITE PART-Header.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        SET CycId TO TrackId
        MOVE "GHOSTSTART=" TO PART-PathTag
        MOVE WS-GhostStart(TrackId) TO PART-Start
        MOVE " GHOST=" TO PART-PathKw2
        MOVE WS-GhostLoc(TrackId) TO PART-Ghost
        MOVE " STEPS=" TO PART-PathKw3
        MOVE WS-GhostCnt(TrackId) TO PART-Steps
        MOVE " VERDICT=" TO PART-PathKw4
        MOVE " OFFSET=" TO PART-PathKw5
        MOVE " PERIOD=" TO PART-PathKw6
        IF WS-LimitHit = 'Y'
            MOVE SPACE TO PART-Verdict
            MOVE 0 TO PART-Offset
            MOVE 0 TO PART-Period
        ELSE
            MOVE WS-CycVerdict(CycId) TO PART-Verdict
            MOVE WS-CycPhase(CycId) TO PART-Offset
            MOVE WS-CycPeriod(CycId) TO PART-Period
        END-IF
        WRITE PART-PathRec
        SET TrackId UP BY 1
    END-PERFORM.
    CLOSE PARTFILE.

READ-CHECKPOINT.
    OPEN INPUT CKPTFILE.
    IF WS-CkptStatus = '00'
