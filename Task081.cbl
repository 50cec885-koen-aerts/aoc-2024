COPY "MAPRPTFD.CPY".

FD TRACEFILE.
   01 TRACE-Record   PIC X(132).

FD CTLFILE.
   01 CTL-Record     PIC X(20).
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-RptLine        PIC X(200) VALUE SPACES.
01 WS-RptStatus      PIC X(2) VALUE SPACES.
01 WS-TraceWord      PIC X(10) VALUE SPACES.
01 WS-TraceFlag      PIC X(1) VALUE 'N'.
01 WS-TraceLine      PIC X(132) VALUE SPACES.
01 WS-TraceFromName  PIC X(30) VALUE SPACES.
01 WS-TraceToLoc     PIC X(3) VALUE SPACES.
01 WS-TraceToName    PIC X(30) VALUE SPACES.
01 WS-PrevLoc        PIC X(3) VALUE SPACES.
01 WS-FoundLoc       PIC X(1) VALUE 'N'.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-PairStatus     PIC X(2) VALUE SPACES.
01 WS-PDistStatus    PIC X(2) VALUE SPACES.
01 WS-PairEOF        PIC X(1) VALUE 'N'.
*> The first token of a pairs line is taken wide enough for a
*> route ID, the one-token form (see WALK-ONE-PAIR).
01 WS-PairIdTok      PIC X(9) VALUE SPACES.
01 WS-PairToTok      PIC X(4) VALUE SPACES.
01 WS-PairRouteId    PIC X(8) VALUE SPACES.
01 WS-PairActive     PIC X(1) VALUE 'N'.
01 WS-PDistPtr       PIC 9(3) VALUE 0.
01 WS-PairFrom       PIC X(3) VALUE SPACES.
01 WS-PairTo         PIC X(3) VALUE SPACES.
01 WS-PairReason     PIC X(40) VALUE SPACES.
01 WS-File1Status    PIC X(2) VALUE SPACES.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "MAPIXLK.CPY".
COPY "TRAFRPTWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "WALKLIMWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "ROUTELK.CPY".
COPY "ROUTESELWS.CPY".


PROCEDURE DIVISION.
*> for maps larger than WS-MapMax.
*> A PARM of "PAIRS" ("PAIRS pairs.txt map.txt", both file names
*> optional) loads and validates the map once, then runs FindLoc for
*> every FROM/TO pair listed one per line in the pairs file, adding
*> a consolidated distance report to pairdist.txt - a PAIRDIST header
*> per run (the file accumulates, as traffic.txt does), one line per
*> pair, with pairs whose nodes are not in the map rejected with a
*> reason instead of aborting the whole run.  A pairs line holding a
*> single token is a route ID from the route catalog (routecat.idx,
*> maintained by RTEMAINT), walked between the catalogued nodes, and
*> a pairs file name of ACTIVE walks every active catalogued route
*> instead of reading a file at all.
*> A PARM of "ITIN" ("ITIN waypts.txt map.txt", both file names
*> optional) walks a multi-leg itinerary: an ordered waypoint file
*> of node codes, one per line, walked leg by leg with WS-DirIndex
        CLOSE TRACEFILE
    END-IF.

    MOVE WS-RunRc TO RETURN-CODE.
    STOP RUN.

*> The control-card reader: every card is parsed first, the set is
    MOVE 'N' TO WS-XrefFound.
    MOVE 0 TO WS-XrefErrors.

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
        DISPLAY "Map " WS-MapFile ": WALK LIMIT REACHED AT "
            WS-CurrentLoc
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

VALIDATE-ENDPOINTS.
            WS-EffDateOut DELIMITED SIZE
            INTO WS-RptLine
    END-IF.
*> A catalogued route walked in PAIRS mode is also recorded here,
*> with its route ID behind EFFECTIVE=, for RUNHIST to reconcile
*> against the catalog's expectation.
    IF WS-PairRouteId NOT = SPACES
        STRING " ROUTE=" DELIMITED SIZE
            WS-PairRouteId DELIMITED SIZE
            INTO WS-RptLine(121:15)
    END-IF.
*> The map generation walked (see MAPGENWS.CPY) sits in a column of
*> its own behind the route slot, so it lines up on every record
*> whether or not a route ID was written.
    STRING " GEN=" DELIMITED SIZE
        WS-MapGen DELIMITED SIZE
        INTO WS-RptLine(136:11).
    OPEN EXTEND RPTFILE.
    IF WS-RptStatus = '35'
        OPEN OUTPUT RPTFILE
*> accumulate over all the pairs, so the traffic report at the end
*> covers the run as a whole.
PROCESS-PAIRS.
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
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.
*> PAIRS=ACTIVE takes the route list from the catalog, so it is the
*> catalog, not a pairs file, that has to be there.
    IF WS-PairFileName = WS-RtsActiveWord
        MOVE 'Y' TO WS-PairActive
        PERFORM OPEN-ROUTE-CATALOG
        IF WS-RtsAvail = 'N'
            DISPLAY 'UNABLE TO OPEN ROUTE CATALOG ' WS-RtsFile
            MOVE WS-RC-CtlFail TO RETURN-CODE
            STOP RUN
        END-IF
    ELSE
        OPEN INPUT PAIRFILE
        IF WS-PairStatus NOT = '00'
            DISPLAY 'UNABLE TO OPEN ' WS-PairFileName
                ', FILE STATUS ' WS-PairStatus
            MOVE WS-RC-CtlFail TO RETURN-CODE
            STOP RUN
        END-IF
    END-IF.
    MOVE "WALK" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    OPEN EXTEND PDISTFILE.
    IF WS-PDistStatus = '35'
        OPEN OUTPUT PDISTFILE
        CLOSE PDISTFILE
        OPEN EXTEND PDISTFILE
    END-IF.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
*> The header names the delivery walked, as the report.txt records
*> do, so the distances can be keyed to it.
    IF WS-EffDate = SPACES
        MOVE "NONE" TO WS-EffDateOut
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
    MOVE SPACES TO WS-PDistLine.
    STRING "PAIRDIST RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " PAIRS=" DELIMITED SIZE
        WS-PairFileName DELIMITED SIZE
        " EFFECTIVE=" DELIMITED SIZE
        WS-EffDateOut DELIMITED SIZE
        INTO WS-PDistLine.
    PERFORM WRITE-PDIST-LINE.
    IF WS-PairActive = 'Y'
        PERFORM UNTIL WS-RtsEOF = 'Y'
            PERFORM NEXT-ACTIVE-ROUTE
            IF WS-RtsFound = 'Y'
                MOVE WS-RtsId TO WS-PairRouteId
                MOVE WS-RtsFrom TO WS-PairFrom
                MOVE WS-RtsTo TO WS-PairTo
                MOVE SPACES TO WS-PairReason
                PERFORM WALK-PAIR-NODES
            END-IF
        END-PERFORM
    ELSE
        PERFORM UNTIL WS-PairEOF = 'Y'
            READ PAIRFILE INTO PAIR-Record
                AT END
                    MOVE 'Y' TO WS-PairEOF
                NOT AT END
                    IF PAIR-Record NOT = SPACES
                        PERFORM WALK-ONE-PAIR
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PAIRFILE
    END-IF.
    PERFORM CLOSE-ROUTE-CATALOG.
    MOVE SPACES TO WS-PairRouteId.
    MOVE SPACES TO WS-PDistLine.
    STRING "TOTALS WALKED=" DELIMITED SIZE
        WS-PairWalked DELIMITED SIZE
    CLOSE PDISTFILE.
    IF WS-PairLimited > 0
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.
    PERFORM RUNLOG-END-PHASE.

WALK-ONE-PAIR.
    MOVE SPACES TO WS-PairIdTok WS-PairToTok WS-PairRouteId.
*> The node-code tokens are taken a character wider than a real node
*> code so an over-long code is rejected with a reason instead of
*> being silently truncated into a pair nobody asked about (the same
*> guard MAPMAINT puts on its transactions).
    UNSTRING PAIR-Record DELIMITED BY ALL SPACE
        INTO WS-PairIdTok WS-PairToTok.
    MOVE SPACES TO WS-PairReason.
*> A line with a single token names a catalogued route; its FROM and
*> TO come from the catalog, and a route the catalog does not hold,
*> or holds as retired, is rejected like any other bad pair.  Its
*> nodes are still shown for a retired route, so the operator can
*> see what the job deck was asking for.
    IF WS-PairToTok = SPACES
        MOVE WS-PairIdTok(1:8) TO WS-PairRouteId
        MOVE SPACES TO WS-PairFrom WS-PairTo
        IF WS-PairIdTok(9:1) NOT = SPACE
            MOVE "INVALID ROUTE ID" TO WS-PairReason
        ELSE
            MOVE WS-PairRouteId TO WS-RtsId
            PERFORM RESOLVE-ROUTE-ID
            MOVE WS-RtsFrom TO WS-PairFrom
            MOVE WS-RtsTo TO WS-PairTo
            IF WS-RtsFound = 'N'
                MOVE WS-RtsReason TO WS-PairReason
            END-IF
        END-IF
    ELSE
        MOVE WS-PairIdTok(1:3) TO WS-PairFrom
        MOVE WS-PairToTok(1:3) TO WS-PairTo
        IF WS-PairIdTok(4:6) NOT = SPACES
            OR WS-PairToTok(4:1) NOT = SPACE
            MOVE "INVALID NODE CODE" TO WS-PairReason
        END-IF
    END-IF.
    IF WS-PairReason NOT = SPACES
        PERFORM WRITE-PAIR-REJECT
        EXIT PARAGRAPH
    END-IF.
    PERFORM WALK-PAIR-NODES.

WALK-PAIR-NODES.
    SEARCH ALL WS-Row
        AT END
            MOVE "FROM NODE NOT IN MAP" TO WS-PairReason
        END-SEARCH
    END-IF.
    IF WS-PairReason NOT = SPACES
        PERFORM WRITE-PAIR-REJECT
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-PairFrom TO WS-CurrentLoc.
    MOVE WS-PairFrom TO WS-StartLoc.
    MOVE WS-PairTo TO WS-LastLoc.
    MOVE 1 TO WS-DirIndex.
    MOVE 0 TO WS-CountSteps.
    MOVE 0 TO WS-CountCost.
    MOVE 0 TO WS-CycleCount.
    MOVE 'N' TO WS-LimitHit.
    PERFORM FindLoc UNTIL WS-CurrentLoc = WS-LastLoc
        OR WS-LimitHit = 'Y'.
    MOVE SPACES TO WS-PDistLine.
    MOVE 1 TO WS-PDistPtr.
    IF WS-LimitHit = 'Y'
        SET WS-PairLimited UP BY 1
        STRING "FROM=" DELIMITED SIZE
            WS-PairFrom DELIMITED SIZE
            " TO=" DELIMITED SIZE
            WS-PairTo DELIMITED SIZE
            " LIMIT=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CountCost DELIMITED SIZE
            " AT NODE=" DELIMITED SIZE
            WS-CurrentLoc DELIMITED SIZE
            INTO WS-PDistLine
            WITH POINTER WS-PDistPtr
    ELSE
        SET WS-PairWalked UP BY 1
        STRING "FROM=" DELIMITED SIZE
            WS-PairFrom DELIMITED SIZE
            " TO=" DELIMITED SIZE
            WS-PairTo DELIMITED SIZE
            " STEPS=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CountCost DELIMITED SIZE
            INTO WS-PDistLine
            WITH POINTER WS-PDistPtr
    END-IF.
    PERFORM APPEND-PAIR-ROUTE.
    PERFORM WRITE-PDIST-LINE.
    IF WS-PairRouteId NOT = SPACES
        PERFORM WRITE-REPORT
    END-IF.

WRITE-PAIR-REJECT.
    SET WS-PairRejected UP BY 1.
    MOVE SPACES TO WS-PDistLine.
    MOVE 1 TO WS-PDistPtr.
    STRING "FROM=" DELIMITED SIZE
        WS-PairFrom DELIMITED SIZE
        " TO=" DELIMITED SIZE
        WS-PairTo DELIMITED SIZE
        " REJECTED REASON=" DELIMITED SIZE
        WS-PairReason DELIMITED SIZE
        INTO WS-PDistLine
        WITH POINTER WS-PDistPtr.
    PERFORM APPEND-PAIR-ROUTE.
    PERFORM WRITE-PDIST-LINE.

*> A line for a catalogued route ends with its route ID; raw pairs
*> are written exactly as before.
APPEND-PAIR-ROUTE.
    IF WS-PairRouteId NOT = SPACES
        STRING " ROUTE=" DELIMITED SIZE
            WS-PairRouteId DELIMITED SIZE
            INTO WS-PDistLine
            WITH POINTER WS-PDistPtr
    END-IF.

WRITE-PDIST-LINE.
*> stood - the dispatch question PAIRS mode cannot answer.  The
*> walk limits guard the journey as a whole.
PROCESS-ITINERARY.
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
        DISPLAY "Itinerary " WS-WayFileName
            ": WALK LIMIT REACHED AT " WS-CurrentLoc
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.
*> is the same as the in-memory walk.
PROCESS-ONE-MAP-IX.
    MOVE WS-IxFile TO WS-MapFile.
    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 'O' TO MAPIX-Op.
        DISPLAY "Map " WS-MapFile ": WALK LIMIT REACHED AT "
            WS-CurrentLoc
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.

COPY "TRAFRPT.CPY".

COPY "NODENAME.CPY".

COPY "ROUTESEL.CPY".

COPY "RUNLOG.CPY".

COPY "MAPGEN.CPY".

COPY "WALKLIM.CPY".

*> A walk that reaches the end node on exactly its last allowed step
        " TO=" DELIMITED SIZE
        WS-CurrentLoc DELIMITED SIZE
        INTO WS-TraceLine.
*> Each hop also names both ends from the node directory.  A hop's
*> FROM is the previous hop's TO, so that name is carried over
*> rather than read again; without a directory the line stays as
*> it always was.
    IF WS-PrevLoc = WS-TraceToLoc
        MOVE WS-TraceToName TO WS-TraceFromName
    ELSE
        MOVE WS-PrevLoc TO WS-NdnLoc
        PERFORM LOOKUP-NODE-NAME
        MOVE WS-NdnName TO WS-TraceFromName
    END-IF.
    MOVE WS-CurrentLoc TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    MOVE WS-CurrentLoc TO WS-TraceToLoc.
    MOVE WS-NdnName TO WS-TraceToName.
    IF WS-NdnAvail = 'Y'
        STRING " FROMNAME=" DELIMITED SIZE
            WS-TraceFromName DELIMITED SIZE
            " TONAME=" DELIMITED SIZE
            WS-TraceToName DELIMITED SIZE
            INTO WS-TraceLine(40:93)
    END-IF.
    MOVE WS-TraceLine TO TRACE-Record.
    WRITE TRACE-Record.
