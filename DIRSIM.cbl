IDENTIFICATION DIVISION.
PROGRAM-ID. DIRSIM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FILE1 ASSIGN TO DYNAMIC WS-MapFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-File1Status.
SELECT TRANFILE ASSIGN TO DYNAMIC WS-TranFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-TranStatus.
SELECT PAIRFILE ASSIGN TO DYNAMIC WS-PairFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PairStatus.
SELECT SIMFILE ASSIGN TO "dirsim.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-SimStatus.
*> The ghost-cycle blocks of a what-if go to a file of their own, so
*> they are never mistaken for a production run's in ghostcyc.txt.
SELECT CYCFILE ASSIGN TO "dirsimcyc.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CycStatus.

DATA DIVISION.
FILE SECTION.
FD FILE1.
   01 Row.
      03 RowVal      PIC X(2000).

FD TRANFILE.
   01 TRAN-Record    PIC X(2080).

FD PAIRFILE.
   01 PAIR-Record    PIC X(20).

FD SIMFILE.
   01 SIM-Record     PIC X(132).

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
01 WS-LoadAbort      PIC A(1) VALUE 'N'.
01 WS-MapFile        PIC X(20) VALUE "map.txt".
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-TranFileName   PIC X(20) VALUE "dirtran.txt".
01 WS-TranStatus     PIC X(2) VALUE SPACES.
01 WS-TranEOF        PIC X(1) VALUE 'N'.
*> A transaction file name of PENDING takes the direction-line items
*> still on their way through approval instead of a flat file.
01 WS-PendWord       PIC X(20) VALUE "PENDING".
01 WS-PendMode       PIC X(1) VALUE 'N'.
01 WS-SimPndFile     PIC X(20) VALUE "pendtran.idx".
01 WS-TrnRecord      PIC X(2080) VALUE SPACES.
01 WS-TrnCount       PIC 9(5) VALUE 0.
01 WS-TrnAppCount    PIC 9(5) VALUE 0.
01 WS-TrnRejCount    PIC 9(5) VALUE 0.
*> The direction line as loaded and as the transactions leave it;
*> each walk moves the line under test into WS-Steps first.
01 WS-CurDir         PIC X(2000) VALUE SPACES.
01 WS-PropDir        PIC X(2000) VALUE SPACES.
01 WS-CurLen         PIC 9(4) VALUE 0.
01 WS-PropLen        PIC 9(4) VALUE 0.
01 WS-DirPart        PIC 9(4) VALUE 0.
01 WS-PairFileName   PIC X(20) VALUE "pairs.txt".
01 WS-PairStatus     PIC X(2) VALUE SPACES.
01 WS-PairEOF        PIC X(1) VALUE 'N'.
*> The first token of a pairs line is taken wide enough for a
*> route ID, the one-token form (see SIM-ONE-PAIR).
01 WS-PairIdTok      PIC X(9) VALUE SPACES.
01 WS-PairToTok      PIC X(4) VALUE SPACES.
01 WS-SimRouteId     PIC X(8) VALUE SPACES.
01 WS-PairReason     PIC X(40) VALUE SPACES.
01 WS-SimStatus      PIC X(2) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(10) VALUE SPACES.
01 WS-ParmTok4       PIC X(10) VALUE SPACES.
01 WS-ParmTok5       PIC X(20) VALUE SPACES.
01 WS-ParmTok6       PIC X(10) VALUE SPACES.
01 WS-StartLoc       PIC X(3) VALUE 'AAA'.
01 WS-LastLoc        PIC X(3) VALUE 'ZZZ'.
01 WS-SimFrom        PIC X(3) VALUE SPACES.
01 WS-SimTo          PIC X(3) VALUE SPACES.
01 WS-CurrentLoc     PIC X(3) VALUE SPACES.
01 WS-NextLoc        PIC X(3) VALUE SPACES.
01 WS-NextCost       PIC 9(5) VALUE 0.
01 WS-DirIndex       PIC 999999999999 VALUE 1.
01 WS-CycleCount     PIC 999999999999 VALUE 0.
01 WS-CountSteps     PIC 999999999999999 VALUE 0.
01 WS-CountCost      PIC 9(15) VALUE 0.
01 WS-SimDone        PIC X(1) VALUE 'N'.
*> 'C' the walk completes, 'L' the walk limit is reached first, and
*> for the ghost walk only 'U' the ghost-cycle check could not give
*> a step count that can be trusted.
01 WS-SimOutcome     PIC X(1) VALUE SPACE.
*> One walk's result under the current line and under the proposed
*> one, and what the change did to it.
01 WS-CurOutcome     PIC X(1) VALUE SPACE.
01 WS-CurSteps       PIC 9(15) VALUE 0.
01 WS-CurCost        PIC 9(15) VALUE 0.
01 WS-CurAt          PIC X(3) VALUE SPACES.
01 WS-CurCheck       PIC X(10) VALUE SPACES.
01 WS-CurReason      PIC X(30) VALUE SPACES.
01 WS-PropOutcome    PIC X(1) VALUE SPACE.
01 WS-PropSteps      PIC 9(15) VALUE 0.
01 WS-PropCost       PIC 9(15) VALUE 0.
01 WS-PropAt         PIC X(3) VALUE SPACES.
01 WS-PropCheck      PIC X(10) VALUE SPACES.
01 WS-PropReason     PIC X(30) VALUE SPACES.
01 WS-ChangeStatus   PIC X(13) VALUE SPACES.
01 WS-StepDelta      PIC S9(15) VALUE 0.
01 WS-StepDeltaAbs   PIC 9(15) VALUE 0.
01 WS-StepDeltaSign  PIC X(1) VALUE SPACE.
01 WS-CostDelta      PIC S9(15) VALUE 0.
01 WS-CostDeltaAbs   PIC 9(15) VALUE 0.
01 WS-CostDeltaSign  PIC X(1) VALUE SPACE.
01 WS-RouteCount     PIC 9(5) VALUE 0.
01 WS-SameCount      PIC 9(5) VALUE 0.
01 WS-ChangedCount   PIC 9(5) VALUE 0.
01 WS-NowLimCount    PIC 9(5) VALUE 0.
01 WS-StillLimCount  PIC 9(5) VALUE 0.
01 WS-NowFinCount    PIC 9(5) VALUE 0.
01 WS-RejectCount    PIC 9(5) VALUE 0.
*> Ghost walk: WS-EndCount/WS-StepSize as in TASK082's FindLoc, and
*> the least common multiple of the first 'Z' counts in place of
*> FindDiv's stepping (see GHOST-COMBINE-COUNTS).
01 WS-EndCount       PIC 99 VALUE 0.
01 WS-StepSize       PIC 999999999999999 VALUE 0.
01 WS-GhsLcm         PIC 9(15) VALUE 0.
01 WS-GhsGcdA        PIC 9(15) VALUE 0.
01 WS-GhsGcdB        PIC 9(15) VALUE 0.
01 WS-GhsGcdR        PIC 9(15) VALUE 0.
01 WS-GhsQuot        PIC 9(15) VALUE 0.
01 WS-GhsOverflow    PIC X(1) VALUE 'N'.
01 WS-GhsLineTag     PIC X(10) VALUE SPACES.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-SimLine        PIC X(132) VALUE SPACES.
01 WS-SimPtr         PIC 9(3) VALUE 0.
COPY "DIRTRNWS.CPY".
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "WALKLIMWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "ROUTELK.CPY".
COPY "ROUTESELWS.CPY".
COPY "PENDLK.CPY".
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> What-if simulator for a proposed direction-line change.  Loads the
*> real map through MAPLOAD/MAPTBL, applies REPLACE/APPEND
*> transactions to a copy of the direction line through the same
*> edits DIRMAINT makes (DIRTRN.CPY) - a transaction DIRMAINT would
*> refuse is refused here too - and then walks, under the current
*> line and under the proposed one:
*>   - the main route and every route in the pairs file, with
*>     TASK081's FindLoc walk, reporting each route's steps and cost
*>     both ways with the deltas, or that it now runs into the walk
*>     limit (STATUS=NOW-LIMITED) or now finishes where it did not;
*>   - TASK082's ghost walk, FindDiv answer and ghost-cycle check,
*>     reporting the ghost step count both ways with the delta.
*> map.txt and map.idx are never touched; dirsim.txt is meant to be
*> attached to the change before DIRMAINT is ever run.  The JCL PARM
*> (or command line) is "TRAN-FILE [MAP-FILE [START-LOC END-LOC
*> [PAIRS-FILE [AS-OF-DATE]]]]", defaulting to dirtran.txt map.txt
*> AAA ZZZ pairs.txt today.  The transaction file holds DIRMAINT
*> transaction lines ("REPLACE LRLR..." or "APPEND LRLR...") applied
*> in file order; a TRAN-FILE of PENDING takes instead every DIRMAINT
*> item on the pending file still PENDING or APPROVED, in the order
*> submitted - the change DIRMAINT's next runs would make once they
*> are all approved.  The pairs file takes raw FROM/TO pairs, route
*> IDs or ACTIVE exactly as OUTSIM does, and the AS-OF-DATE picks the
*> effective-dated delivery the change is to be made against.
    PERFORM LOAD-WALK-LIMITS.
*> A new line can send a route round forever, so a what-if run with
*> no limits configured gets a cycle cap of its own (as OUTSIM does)
*> rather than never finishing; that cap is what NOW-LIMITED means
*> when no WALKLIM is set.
    IF WS-MaxCycles = 0 AND WS-MaxSteps = 0
        MOVE 1000 TO WS-MaxCycles
    END-IF.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3
                WS-ParmTok4 WS-ParmTok5 WS-ParmTok6
        IF WS-ParmTok1 NOT = SPACES
            MOVE WS-ParmTok1 TO WS-TranFileName
        END-IF
        IF WS-ParmTok2 NOT = SPACES
            MOVE WS-ParmTok2 TO WS-MapFile
        END-IF
        IF WS-ParmTok3 NOT = SPACES
            MOVE WS-ParmTok3 TO WS-StartLoc
        END-IF
        IF WS-ParmTok4 NOT = SPACES
            MOVE WS-ParmTok4 TO WS-LastLoc
        END-IF
        IF WS-ParmTok5 NOT = SPACES
            MOVE WS-ParmTok5 TO WS-PairFileName
        END-IF
        IF WS-ParmTok6 NOT = SPACES
            MOVE WS-ParmTok6 TO WS-EffRunDate
        END-IF
    END-IF.
    IF WS-TranFileName = WS-PendWord
        MOVE 'Y' TO WS-PendMode
    END-IF.

    PERFORM LOAD-MAP.
    IF WS-LoadAbort = 'Y'
        STOP RUN
    END-IF.
    PERFORM SORT-MAP.
    PERFORM VALIDATE-MAP.
    IF WS-XrefAbort = 'Y'
        STOP RUN
    END-IF.

    OPEN OUTPUT SIMFILE.
    IF WS-SimStatus NOT = '00'
        DISPLAY 'UNABLE TO CREATE dirsim.txt, FILE STATUS ' WS-SimStatus
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    OPEN OUTPUT CYCFILE.
    IF WS-CycStatus NOT = '00'
        DISPLAY 'UNABLE TO CREATE dirsimcyc.txt, FILE STATUS '
            WS-CycStatus
        CLOSE SIMFILE
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    CLOSE CYCFILE.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE SPACES TO WS-SimLine.
    STRING "DIRSIM RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " MAP=" DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " TRANS=" DELIMITED SIZE
        WS-TranFileName DELIMITED SIZE
        " ASOF=" DELIMITED SIZE
        WS-EffRunDate DELIMITED SIZE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.
    MOVE SPACES TO WS-SimLine.
    STRING "LIMITS MAXCYCLES=" DELIMITED SIZE
        WS-MaxCycles DELIMITED SIZE
        " MAXSTEPS=" DELIMITED SIZE
        WS-MaxSteps DELIMITED SIZE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.

    MOVE WS-Steps TO WS-CurDir.
    MOVE 0 TO WS-CurLen.
    INSPECT WS-CurDir TALLYING WS-CurLen
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE SPACES TO WS-SimLine.
    STRING "CURRENT  DIRLEN=" DELIMITED SIZE
        WS-CurLen DELIMITED SIZE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.
    IF WS-PendMode = 'Y'
        PERFORM APPLY-PENDING-TRANSACTIONS
    ELSE
        PERFORM APPLY-FILE-TRANSACTIONS
    END-IF.
    MOVE WS-Steps TO WS-PropDir.
    MOVE 0 TO WS-PropLen.
    INSPECT WS-PropDir TALLYING WS-PropLen
        FOR CHARACTERS BEFORE INITIAL SPACE.
    MOVE SPACES TO WS-SimLine.
    STRING "PROPOSED DIRLEN=" DELIMITED SIZE
        WS-PropLen DELIMITED SIZE
        " TRANSACTIONS=" DELIMITED SIZE
        WS-TrnCount DELIMITED SIZE
        " APPLIED=" DELIMITED SIZE
        WS-TrnAppCount DELIMITED SIZE
        " REJECTED=" DELIMITED SIZE
        WS-TrnRejCount DELIMITED SIZE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.

*> Nothing to compare when every transaction was refused (or there
*> were none): the proposed line is the current line.
    IF WS-TrnAppCount = 0
        MOVE SPACES TO WS-SimLine
        STRING "NO TRANSACTION APPLIED - PROPOSED LINE IS THE CURRENT"
            DELIMITED SIZE
            " LINE, NOTHING TO SIMULATE" DELIMITED SIZE
            INTO WS-SimLine
        PERFORM WRITE-SIM-LINE
        CLOSE SIMFILE
        DISPLAY "DIRSIM: NO TRANSACTION APPLIED - REPORT IN dirsim.txt"
        STOP RUN
    END-IF.
    PERFORM WRITE-PROPOSED-LINE.

    PERFORM SIM-MAIN-ROUTE.
    PERFORM SIM-PAIR-ROUTES.
    PERFORM SIM-GHOST-WALK.

    MOVE SPACES TO WS-SimLine.
    STRING "TOTALS ROUTES=" DELIMITED SIZE
        WS-RouteCount DELIMITED SIZE
        " SAME=" DELIMITED SIZE
        WS-SameCount DELIMITED SIZE
        " CHANGED=" DELIMITED SIZE
        WS-ChangedCount DELIMITED SIZE
        " NOW-LIMITED=" DELIMITED SIZE
        WS-NowLimCount DELIMITED SIZE
        " STILL-LIMITED=" DELIMITED SIZE
        WS-StillLimCount DELIMITED SIZE
        " NOW-FINISHES=" DELIMITED SIZE
        WS-NowFinCount DELIMITED SIZE
        " REJECTED=" DELIMITED SIZE
        WS-RejectCount DELIMITED SIZE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.
    CLOSE SIMFILE.
    PERFORM CLOSE-NODE-NAMES.

    DISPLAY "DIRSIM: " WS-RouteCount " ROUTES, "
        WS-ChangedCount " CHANGED, " WS-NowLimCount " NOW LIMITED, "
        WS-NowFinCount " NOW FINISH - REPORT IN dirsim.txt".

    STOP RUN.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "WALKLIM.CPY".

COPY "DIRTRN.CPY".

COPY "GHOSTTBL.CPY".

COPY "GHOSTCYC.CPY".

COPY "GHOSTCMB.CPY".

APPLY-FILE-TRANSACTIONS.
    OPEN INPUT TRANFILE.
    IF WS-TranStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-TranFileName
            ', FILE STATUS ' WS-TranStatus
        CLOSE SIMFILE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-TranEOF = 'Y'
        READ TRANFILE INTO TRAN-Record
            AT END
                MOVE 'Y' TO WS-TranEOF
            NOT AT END
                IF TRAN-Record NOT = SPACES
                    MOVE TRAN-Record TO WS-TrnRecord
                    PERFORM SIM-ONE-TRANSACTION
                    PERFORM WRITE-TRANSACTION-LINE
                END-IF
        END-READ
    END-PERFORM.
    CLOSE TRANFILE.

*> The pending file is only read: the items keep their state, since
*> simulating a change approves nothing.
APPLY-PENDING-TRANSACTIONS.
    MOVE 'O' TO PEND-Op.
    MOVE WS-SimPndFile TO PEND-File.
    CALL "PENDIO" USING PEND-Parm.
    IF PEND-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-SimPndFile
            ', FILE STATUS ' PEND-Status
        CLOSE SIMFILE
        STOP RUN
    END-IF.
    MOVE 'S' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    PERFORM UNTIL WS-TranEOF = 'Y'
        MOVE 'N' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-TranEOF
        ELSE
            IF PEND-Target = "DIRMAINT"
                AND (PEND-State = "PENDING" OR PEND-State = "APPROVED")
                MOVE PEND-Text TO WS-TrnRecord
                PERFORM SIM-ONE-TRANSACTION
                PERFORM WRITE-TRANSACTION-LINE
            END-IF
        END-IF
    END-PERFORM.
    MOVE 'C' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.

SIM-ONE-TRANSACTION.
    SET WS-TrnCount UP BY 1.
    PERFORM APPLY-DIRECTION-TRANSACTION.
    IF WS-TrnReject = 'Y'
        SET WS-TrnRejCount UP BY 1
    ELSE
        SET WS-TrnAppCount UP BY 1
    END-IF.

WRITE-TRANSACTION-LINE.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    IF WS-TrnReject = 'Y'
        STRING "REJECTED " DELIMITED SIZE
            WS-TrnAction DELIMITED SPACE
            " REASON=" DELIMITED SIZE
            WS-TrnReason DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    ELSE
        STRING "APPLIED  " DELIMITED SIZE
            WS-TrnAction DELIMITED SPACE
            " TEXTLEN=" DELIMITED SIZE
            WS-TrnTextLen DELIMITED SIZE
            " NEWLEN=" DELIMITED SIZE
            WS-NewLen DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    IF WS-PendMode = 'Y'
        MOVE " ITEM=" TO WS-SimLine(70:6)
        MOVE PEND-Id TO WS-SimLine(76:6)
        MOVE " STATE=" TO WS-SimLine(82:7)
        MOVE PEND-State TO WS-SimLine(89:8)
        MOVE " BY=" TO WS-SimLine(97:4)
        MOVE PEND-Submitter TO WS-SimLine(101:8)
    END-IF.
    PERFORM WRITE-SIM-LINE.

*> The proposed line in full, a hundred characters to a report line,
*> so the report shows exactly what was simulated.
WRITE-PROPOSED-LINE.
    MOVE 1 TO WS-DirPart.
    PERFORM UNTIL WS-DirPart > WS-PropLen
        MOVE SPACES TO WS-SimLine
        STRING "  DIR " DELIMITED SIZE
            WS-DirPart DELIMITED SIZE
            " " DELIMITED SIZE
            WS-PropDir(WS-DirPart:100) DELIMITED SIZE
            INTO WS-SimLine
        PERFORM WRITE-SIM-LINE
        ADD 100 TO WS-DirPart
    END-PERFORM.

SIM-MAIN-ROUTE.
    MOVE WS-StartLoc TO WS-SimFrom.
    MOVE WS-LastLoc TO WS-SimTo.
    MOVE SPACES TO WS-PairReason.
    PERFORM CHECK-ROUTE-ENDPOINTS.
    IF WS-PairReason NOT = SPACES
        SET WS-RejectCount UP BY 1
        PERFORM WRITE-REJECT-LINE
    ELSE
        PERFORM SIM-ONE-ROUTE
    END-IF.

SIM-PAIR-ROUTES.
    IF WS-PairFileName = WS-RtsActiveWord
        PERFORM SIM-ACTIVE-ROUTES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PAIRFILE.
    IF WS-PairStatus NOT = '00'
        MOVE SPACES TO WS-SimLine
        STRING "PAIRS FILE " DELIMITED SIZE
            WS-PairFileName DELIMITED SIZE
            " NOT AVAILABLE (FILE STATUS " DELIMITED SIZE
            WS-PairStatus DELIMITED SIZE
            ") - MAIN ROUTE ONLY" DELIMITED SIZE
            INTO WS-SimLine
        PERFORM WRITE-SIM-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-PairEOF = 'Y'
        READ PAIRFILE INTO PAIR-Record
            AT END
                MOVE 'Y' TO WS-PairEOF
            NOT AT END
                IF PAIR-Record NOT = SPACES
                    PERFORM SIM-ONE-PAIR
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PAIRFILE.
    PERFORM CLOSE-ROUTE-CATALOG.
    MOVE SPACES TO WS-SimRouteId.

SIM-ACTIVE-ROUTES.
    PERFORM OPEN-ROUTE-CATALOG.
    IF WS-RtsAvail = 'N'
        MOVE SPACES TO WS-SimLine
        STRING "ROUTE CATALOG " DELIMITED SIZE
            WS-RtsFile DELIMITED SIZE
            " NOT AVAILABLE - MAIN ROUTE ONLY" DELIMITED SIZE
            INTO WS-SimLine
        PERFORM WRITE-SIM-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-RtsEOF = 'Y'
        PERFORM NEXT-ACTIVE-ROUTE
        IF WS-RtsFound = 'Y'
            MOVE WS-RtsId TO WS-SimRouteId
            MOVE WS-RtsFrom TO WS-SimFrom
            MOVE WS-RtsTo TO WS-SimTo
            MOVE SPACES TO WS-PairReason
            PERFORM CHECK-ROUTE-ENDPOINTS
            IF WS-PairReason NOT = SPACES
                SET WS-RejectCount UP BY 1
                PERFORM WRITE-REJECT-LINE
            ELSE
                PERFORM SIM-ONE-ROUTE
            END-IF
        END-IF
    END-PERFORM.
    PERFORM CLOSE-ROUTE-CATALOG.
    MOVE SPACES TO WS-SimRouteId.

SIM-ONE-PAIR.
    MOVE SPACES TO WS-PairIdTok WS-PairToTok WS-SimRouteId.
*> The node-code tokens are taken a character wider than a real node
*> code so an over-long code is rejected with a reason instead of
*> being silently truncated (the same guard TASK081's pairs mode
*> puts on the file).
    UNSTRING PAIR-Record DELIMITED BY ALL SPACE
        INTO WS-PairIdTok WS-PairToTok.
    MOVE SPACES TO WS-PairReason.
*> A single token is a catalogued route ID, resolved to its FROM and
*> TO the same way TASK081 does.
    IF WS-PairToTok = SPACES
        MOVE WS-PairIdTok(1:8) TO WS-SimRouteId
        MOVE SPACES TO WS-SimFrom WS-SimTo
        IF WS-PairIdTok(9:1) NOT = SPACE
            MOVE "INVALID ROUTE ID" TO WS-PairReason
        ELSE
            MOVE WS-SimRouteId TO WS-RtsId
            PERFORM RESOLVE-ROUTE-ID
            MOVE WS-RtsFrom TO WS-SimFrom
            MOVE WS-RtsTo TO WS-SimTo
            IF WS-RtsFound = 'N'
                MOVE WS-RtsReason TO WS-PairReason
            END-IF
        END-IF
    ELSE
        MOVE WS-PairIdTok(1:3) TO WS-SimFrom
        MOVE WS-PairToTok(1:3) TO WS-SimTo
        IF WS-PairIdTok(4:6) NOT = SPACES
            OR WS-PairToTok(4:1) NOT = SPACE
            MOVE "INVALID NODE CODE" TO WS-PairReason
        END-IF
    END-IF.
    IF WS-PairReason = SPACES
        PERFORM CHECK-ROUTE-ENDPOINTS
    END-IF.
    IF WS-PairReason NOT = SPACES
        SET WS-RejectCount UP BY 1
        PERFORM WRITE-REJECT-LINE
    ELSE
        PERFORM SIM-ONE-ROUTE
    END-IF.

CHECK-ROUTE-ENDPOINTS.
    SEARCH ALL WS-Row
        AT END
            MOVE "FROM NODE NOT IN MAP" TO WS-PairReason
        WHEN WS-Loc(RowId) = WS-SimFrom
            CONTINUE
    END-SEARCH.
    IF WS-PairReason = SPACES
        SEARCH ALL WS-Row
            AT END
                MOVE "TO NODE NOT IN MAP" TO WS-PairReason
            WHEN WS-Loc(RowId) = WS-SimTo
                CONTINUE
        END-SEARCH
    END-IF.

WRITE-REJECT-LINE.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    STRING "FROM=" DELIMITED SIZE
        WS-SimFrom DELIMITED SIZE
        " TO=" DELIMITED SIZE
        WS-SimTo DELIMITED SIZE
        " REJECTED REASON=" DELIMITED SIZE
        WS-PairReason DELIMITED SIZE
        INTO WS-SimLine WITH POINTER WS-SimPtr.
    PERFORM WRITE-ROUTE-LINE.
*> A truncated over-long code would name some other node, and a
*> route the catalog could not resolve has no nodes to name.
    IF WS-PairReason NOT = "INVALID NODE CODE"
        AND WS-SimFrom NOT = SPACES
        PERFORM WRITE-ROUTE-NAMES
    END-IF.

*> One route, walked once under each line.
SIM-ONE-ROUTE.
    SET WS-RouteCount UP BY 1.
    MOVE WS-CurDir TO WS-Steps.
    PERFORM WALK-ONE-ROUTE.
    MOVE WS-SimOutcome TO WS-CurOutcome.
    MOVE WS-CountSteps TO WS-CurSteps.
    MOVE WS-CountCost TO WS-CurCost.
    MOVE WS-CurrentLoc TO WS-CurAt.
    MOVE WS-PropDir TO WS-Steps.
    PERFORM WALK-ONE-ROUTE.
    MOVE WS-SimOutcome TO WS-PropOutcome.
    MOVE WS-CountSteps TO WS-PropSteps.
    MOVE WS-CountCost TO WS-PropCost.
    MOVE WS-CurrentLoc TO WS-PropAt.
    PERFORM COMPARE-OUTCOMES.
    PERFORM WRITE-ROUTE-RESULT.

*> The same instruction-driven walk as TASK081's FindLoc, over
*> whichever line is in WS-Steps.
WALK-ONE-ROUTE.
    MOVE WS-SimFrom TO WS-CurrentLoc.
    MOVE 1 TO WS-DirIndex.
    MOVE 0 TO WS-CycleCount.
    MOVE 0 TO WS-CountSteps.
    MOVE 0 TO WS-CountCost.
    MOVE 'N' TO WS-SimDone.
    MOVE SPACE TO WS-SimOutcome.
    IF WS-CurrentLoc = WS-SimTo
        MOVE 'C' TO WS-SimOutcome
        MOVE 'Y' TO WS-SimDone
    END-IF.
    PERFORM WALK-STEP UNTIL WS-SimDone = 'Y'.

WALK-STEP.
    IF WS-Steps(WS-DirIndex:1) = ' '
        SET WS-DirIndex TO 1
        SET WS-CycleCount UP BY 1
        IF WS-MaxCycles > 0 AND WS-CycleCount > WS-MaxCycles
            MOVE 'L' TO WS-SimOutcome
            MOVE 'Y' TO WS-SimDone
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SEARCH ALL WS-Row
        AT END
            DISPLAY 'NOT FOUND!!'
            MOVE 'L' TO WS-SimOutcome
            MOVE 'Y' TO WS-SimDone
        WHEN WS-Loc(RowId) = WS-CurrentLoc
            IF WS-Steps(WS-DirIndex:1) = 'L'
                MOVE WS-LeftLoc(RowId) TO WS-NextLoc
                MOVE WS-LeftCost(RowId) TO WS-NextCost
            ELSE
                MOVE WS-RightLoc(RowId) TO WS-NextLoc
                MOVE WS-RightCost(RowId) TO WS-NextCost
            END-IF
    END-SEARCH.
    IF WS-SimDone = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NextLoc TO WS-CurrentLoc.
    ADD WS-NextCost TO WS-CountCost.
    SET WS-CountSteps UP BY 1.
    SET WS-DirIndex UP BY 1.
    IF WS-CurrentLoc = WS-SimTo
        MOVE 'C' TO WS-SimOutcome
        MOVE 'Y' TO WS-SimDone
        EXIT PARAGRAPH
    END-IF.
    IF WS-MaxSteps > 0 AND WS-CountSteps >= WS-MaxSteps
        MOVE 'L' TO WS-SimOutcome
        MOVE 'Y' TO WS-SimDone
    END-IF.

*> What the change does to one walk.  A ghost walk whose cycle check
*> is unresolved either way cannot be compared and says so.
COMPARE-OUTCOMES.
    EVALUATE TRUE
        WHEN WS-CurOutcome = 'U' OR WS-PropOutcome = 'U'
            MOVE "UNRESOLVED" TO WS-ChangeStatus
        WHEN WS-CurOutcome = 'C' AND WS-PropOutcome = 'C'
            IF WS-CurSteps = WS-PropSteps AND WS-CurCost = WS-PropCost
                MOVE "SAME" TO WS-ChangeStatus
            ELSE
                MOVE "CHANGED" TO WS-ChangeStatus
            END-IF
            COMPUTE WS-StepDelta = WS-PropSteps - WS-CurSteps
            IF WS-StepDelta < 0
                MOVE '-' TO WS-StepDeltaSign
                COMPUTE WS-StepDeltaAbs = 0 - WS-StepDelta
            ELSE
                MOVE '+' TO WS-StepDeltaSign
                MOVE WS-StepDelta TO WS-StepDeltaAbs
            END-IF
            COMPUTE WS-CostDelta = WS-PropCost - WS-CurCost
            IF WS-CostDelta < 0
                MOVE '-' TO WS-CostDeltaSign
                COMPUTE WS-CostDeltaAbs = 0 - WS-CostDelta
            ELSE
                MOVE '+' TO WS-CostDeltaSign
                MOVE WS-CostDelta TO WS-CostDeltaAbs
            END-IF
        WHEN WS-CurOutcome = 'C'
            MOVE "NOW-LIMITED" TO WS-ChangeStatus
        WHEN WS-PropOutcome = 'C'
            MOVE "NOW-FINISHES" TO WS-ChangeStatus
        WHEN OTHER
            MOVE "STILL-LIMITED" TO WS-ChangeStatus
    END-EVALUATE.

WRITE-ROUTE-RESULT.
    EVALUATE WS-ChangeStatus
        WHEN "SAME"
            SET WS-SameCount UP BY 1
        WHEN "CHANGED"
            SET WS-ChangedCount UP BY 1
        WHEN "NOW-LIMITED"
            SET WS-NowLimCount UP BY 1
        WHEN "NOW-FINISHES"
            SET WS-NowFinCount UP BY 1
        WHEN OTHER
            SET WS-StillLimCount UP BY 1
    END-EVALUATE.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    STRING "FROM=" DELIMITED SIZE
        WS-SimFrom DELIMITED SIZE
        " TO=" DELIMITED SIZE
        WS-SimTo DELIMITED SIZE
        " STATUS=" DELIMITED SIZE
        WS-ChangeStatus DELIMITED SPACE
        INTO WS-SimLine WITH POINTER WS-SimPtr.
    PERFORM WRITE-ROUTE-LINE.
    MOVE SPACES TO WS-SimLine.
    IF WS-CurOutcome = 'C'
        STRING "  CURRENT  STEPS=" DELIMITED SIZE
            WS-CurSteps DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CurCost DELIMITED SIZE
            INTO WS-SimLine
    ELSE
        STRING "  CURRENT  LIMIT STEPS=" DELIMITED SIZE
            WS-CurSteps DELIMITED SIZE
            " AT NODE=" DELIMITED SIZE
            WS-CurAt DELIMITED SIZE
            INTO WS-SimLine
    END-IF.
    PERFORM WRITE-SIM-LINE.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    IF WS-PropOutcome = 'C'
        STRING "  PROPOSED STEPS=" DELIMITED SIZE
            WS-PropSteps DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-PropCost DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    ELSE
        STRING "  PROPOSED LIMIT STEPS=" DELIMITED SIZE
            WS-PropSteps DELIMITED SIZE
            " AT NODE=" DELIMITED SIZE
            WS-PropAt DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    IF WS-CurOutcome = 'C' AND WS-PropOutcome = 'C'
        STRING " STEPDELTA=" DELIMITED SIZE
            WS-StepDeltaSign DELIMITED SIZE
            WS-StepDeltaAbs DELIMITED SIZE
            " COSTDELTA=" DELIMITED SIZE
            WS-CostDeltaSign DELIMITED SIZE
            WS-CostDeltaAbs DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    PERFORM WRITE-SIM-LINE.
    PERFORM WRITE-ROUTE-NAMES.

WRITE-ROUTE-NAMES.
    MOVE WS-SimFrom TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    IF WS-NdnAvail = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    STRING "  FROMNAME=" DELIMITED SIZE
        WS-NdnName DELIMITED SIZE
        INTO WS-SimLine WITH POINTER WS-SimPtr.
    MOVE WS-SimTo TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    STRING " TONAME=" DELIMITED SIZE
        WS-NdnName DELIMITED SIZE
        INTO WS-SimLine WITH POINTER WS-SimPtr.
    PERFORM WRITE-SIM-LINE.

*> TASK082's ghost answer under each line: the simultaneous walk of
*> every 'A' node to its first 'Z', FindDiv's combined step count,
*> and the ghost-cycle check that TASK082 lets correct or overrule
*> it.  The check's detail for both lines goes to dirsimcyc.txt.
SIM-GHOST-WALK.
    PERFORM FIND-GHOSTS.
    MOVE SPACES TO WS-SimLine.
    IF WS-GhostAbort = 'Y'
        STRING "GHOST WALK NOT RUN - MORE THAN " DELIMITED SIZE
            WS-TrackMax DELIMITED SIZE
            " GHOST PATHS" DELIMITED SIZE
            INTO WS-SimLine
        PERFORM WRITE-SIM-LINE
        EXIT PARAGRAPH
    END-IF.
    IF WS-TotPaths = 0
        MOVE "GHOST WALK NOT RUN - NO GHOST START NODES" TO WS-SimLine
        PERFORM WRITE-SIM-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RowCount TO WS-CycNodeCount.
    MOVE WS-CurDir TO WS-Steps.
    MOVE "CURRENT" TO WS-GhsLineTag.
    PERFORM GHOST-WALK-ONE-LINE.
    MOVE WS-SimOutcome TO WS-CurOutcome.
    MOVE WS-CountSteps TO WS-CurSteps.
    MOVE 0 TO WS-CurCost.
    MOVE WS-CycOverall TO WS-CurCheck.
    MOVE WS-CycReason TO WS-CurReason.
    MOVE WS-PropDir TO WS-Steps.
    MOVE "PROPOSED" TO WS-GhsLineTag.
    PERFORM GHOST-WALK-ONE-LINE.
    MOVE WS-SimOutcome TO WS-PropOutcome.
    MOVE WS-CountSteps TO WS-PropSteps.
    MOVE 0 TO WS-PropCost.
    MOVE WS-CycOverall TO WS-PropCheck.
    MOVE WS-CycReason TO WS-PropReason.
    PERFORM COMPARE-OUTCOMES.
    MOVE SPACES TO WS-SimLine.
    STRING "GHOST PATHS=" DELIMITED SIZE
        WS-TotPaths DELIMITED SIZE
        " STATUS=" DELIMITED SIZE
        WS-ChangeStatus DELIMITED SPACE
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.
    MOVE "  CURRENT " TO WS-GhsLineTag.
    MOVE WS-CurOutcome TO WS-SimOutcome.
    MOVE WS-CurSteps TO WS-CountSteps.
    MOVE WS-CurCheck TO WS-CycOverall.
    MOVE WS-CurReason TO WS-CycReason.
    PERFORM WRITE-GHOST-RESULT.
    MOVE "  PROPOSED" TO WS-GhsLineTag.
    MOVE WS-PropOutcome TO WS-SimOutcome.
    MOVE WS-PropSteps TO WS-CountSteps.
    MOVE WS-PropCheck TO WS-CycOverall.
    MOVE WS-PropReason TO WS-CycReason.
    PERFORM WRITE-GHOST-RESULT.

*> WS-CountSteps comes back as the ghost step count TASK082 would
*> report for the line in WS-Steps (WS-SimOutcome 'C'), or the walk
*> stopped on the limit ('L') or the cycle check could not settle on
*> a count ('U').
GHOST-WALK-ONE-LINE.
    PERFORM FIND-GHOSTS.
    MOVE 1 TO WS-DirIndex.
    MOVE 0 TO WS-CycleCount.
    MOVE 0 TO WS-StepSize.
    MOVE 0 TO WS-EndCount.
    MOVE 0 TO WS-CountSteps.
    MOVE 'N' TO WS-LimitHit.
    MOVE SPACES TO WS-CycOverall WS-CycReason.
    PERFORM GHOST-STEP UNTIL WS-EndCount = WS-TotPaths
        OR WS-LimitHit = 'Y'.
    IF WS-LimitHit = 'Y'
        MOVE 'L' TO WS-SimOutcome
        EXIT PARAGRAPH
    END-IF.
    PERFORM GHOST-COMBINE-COUNTS.
    IF WS-GhsOverflow = 'Y'
        MOVE 'U' TO WS-SimOutcome
        MOVE "STEP COUNT OVERFLOW" TO WS-CycReason
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-GhsLcm TO WS-CountSteps.
*> FindDiv steps up from the largest first count and gives up on the
*> first step that reaches MAXSTEPS.
    IF WS-MaxSteps > 0 AND WS-CountSteps > WS-StepSize
        AND WS-CountSteps >= WS-MaxSteps
        MOVE 'L' TO WS-SimOutcome
        EXIT PARAGRAPH
    END-IF.
    OPEN EXTEND CYCFILE.
    MOVE SPACES TO WS-CycLine.
    STRING "DIRSIM LINE=" DELIMITED SIZE
        WS-GhsLineTag DELIMITED SIZE
        INTO WS-CycLine.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    CLOSE CYCFILE.
    PERFORM VERIFY-GHOST-CYCLES.
    EVALUATE WS-CycOverall
        WHEN "CORRECTED"
            MOVE WS-CycResult TO WS-CountSteps
            MOVE 'C' TO WS-SimOutcome
        WHEN "UNRESOLVED"
            MOVE 'U' TO WS-SimOutcome
        WHEN OTHER
            MOVE 'C' TO WS-SimOutcome
    END-EVALUATE.

*> TASK082's FindLoc without the traffic counts and checkpoints.
GHOST-STEP.
    IF WS-Steps(WS-DirIndex:1) = ' '
        SET WS-DirIndex TO 1
        SET WS-CycleCount UP BY 1
        IF WS-MaxCycles > 0 AND WS-CycleCount > WS-MaxCycles
            MOVE 'Y' TO WS-LimitHit
            EXIT PARAGRAPH
        END-IF
    END-IF.
    SET TrackId TO 1.
    SET WS-EndCount TO 0.
    PERFORM UNTIL TrackId > WS-TotPaths
        IF NOT WS-GhostLoc(TrackId)(3:1) = 'Z'
            SEARCH ALL WS-Row
                AT END
                    DISPLAY 'NOT FOUND!!'
                    SET WS-EndCount TO WS-TotPaths
                    SET TrackId TO WS-TotPaths
                WHEN WS-Loc(RowId) = WS-GhostLoc(TrackId)
                    IF WS-Steps(WS-DirIndex:1) = 'L'
                        MOVE WS-LeftLoc(RowId) TO WS-GhostLoc(TrackId)
                    ELSE
                        MOVE WS-RightLoc(RowId) TO WS-GhostLoc(TrackId)
                    END-IF
                    SET WS-GhostCnt(TrackId) UP BY 1
            END-SEARCH
        END-IF
        IF WS-GhostLoc(TrackId)(3:1) = 'Z'
            SET WS-EndCount UP BY 1
            IF WS-StepSize = 0 OR WS-GhostCnt(TrackId) > WS-StepSize
                MOVE WS-GhostCnt(TrackId) TO WS-StepSize
            END-IF
        END-IF
        SET TrackId UP BY 1
    END-PERFORM.
    SET WS-DirIndex UP BY 1.

*> FindDiv steps through multiples of the largest first count until
*> every count divides it - the least common multiple of the counts.
*> A what-if takes it straight from the greatest common divisors
*> rather than stepping there.
GHOST-COMBINE-COUNTS.
    MOVE 'N' TO WS-GhsOverflow.
    MOVE WS-GhostCnt(1) TO WS-GhsLcm.
    SET TrackId TO 2.
    PERFORM UNTIL TrackId > WS-TotPaths OR WS-GhsOverflow = 'Y'
        MOVE WS-GhsLcm TO WS-GhsGcdA
        MOVE WS-GhostCnt(TrackId) TO WS-GhsGcdB
        PERFORM UNTIL WS-GhsGcdB = 0
            DIVIDE WS-GhsGcdA BY WS-GhsGcdB GIVING WS-GhsQuot
                REMAINDER WS-GhsGcdR
            MOVE WS-GhsGcdB TO WS-GhsGcdA
            MOVE WS-GhsGcdR TO WS-GhsGcdB
        END-PERFORM
        DIVIDE WS-GhsLcm BY WS-GhsGcdA GIVING WS-GhsQuot
        MULTIPLY WS-GhsQuot BY WS-GhostCnt(TrackId) GIVING WS-GhsLcm
            ON SIZE ERROR
                MOVE 'Y' TO WS-GhsOverflow
        END-MULTIPLY
        SET TrackId UP BY 1
    END-PERFORM.

WRITE-GHOST-RESULT.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    EVALUATE WS-SimOutcome
        WHEN 'C'
            STRING WS-GhsLineTag DELIMITED SIZE
                " STEPS=" DELIMITED SIZE
                WS-CountSteps DELIMITED SIZE
                " CHECK=" DELIMITED SIZE
                WS-CycOverall DELIMITED SPACE
                INTO WS-SimLine WITH POINTER WS-SimPtr
        WHEN 'L'
            STRING WS-GhsLineTag DELIMITED SIZE
                " LIMIT REACHED" DELIMITED SIZE
                INTO WS-SimLine WITH POINTER WS-SimPtr
        WHEN OTHER
            STRING WS-GhsLineTag DELIMITED SIZE
                " UNRESOLVED REASON=" DELIMITED SIZE
                WS-CycReason DELIMITED SIZE
                INTO WS-SimLine WITH POINTER WS-SimPtr
    END-EVALUATE.
    IF WS-GhsLineTag = "  PROPOSED"
        AND WS-CurOutcome = 'C' AND WS-PropOutcome = 'C'
        STRING " STEPDELTA=" DELIMITED SIZE
            WS-StepDeltaSign DELIMITED SIZE
            WS-StepDeltaAbs DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    PERFORM WRITE-SIM-LINE.

*> A route line for a catalogued route ends with its route ID; raw
*> pairs and the main route are written without one.
WRITE-ROUTE-LINE.
    IF WS-SimRouteId NOT = SPACES
        STRING " ROUTE=" DELIMITED SIZE
            WS-SimRouteId DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    PERFORM WRITE-SIM-LINE.

WRITE-SIM-LINE.
    MOVE WS-SimLine TO SIM-Record.
    WRITE SIM-Record.

COPY "NODENAME.CPY".

COPY "ROUTESEL.CPY".

*> The one step the ghost-cycle check needs from this program.
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
