SELECT HOPFILE ASSIGN TO "minhop.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-HopStatus.
SELECT RTLFILE ASSIGN TO DYNAMIC WS-RtlFileName
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RtlStatus.

DATA DIVISION.
FILE SECTION.
   01 RPTIN-Record   PIC X(200).

FD HOPFILE.
   01 HOP-Record     PIC X(150).

FD RTLFILE.
   01 RTL-Record     PIC X(20).


WORKING-STORAGE SECTION.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-HopLine        PIC X(150) VALUE SPACES.
01 WS-FromName       PIC X(30) VALUE SPACES.
01 WS-HopPtr         PIC 9(3) VALUE 0.
*> Route mode: "ROUTE id" walks one catalogued route, "ROUTES list"
*> every route ID in a list file (or every active route for ACTIVE).
01 WS-RouteMode      PIC X(1) VALUE 'N'.
01 WS-RtlFileName    PIC X(20) VALUE SPACES.
01 WS-RtlStatus      PIC X(2) VALUE SPACES.
01 WS-RtlEOF         PIC X(1) VALUE 'N'.
01 WS-RtlIdTok       PIC X(9) VALUE SPACES.
01 WS-RouteId        PIC X(8) VALUE SPACES.
01 WS-RouteReason    PIC X(24) VALUE SPACES.
01 WS-RouteDone      PIC 9(5) VALUE 0.
01 WS-RouteRejected  PIC 9(5) VALUE 0.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "ROUTELK.CPY".
COPY "ROUTESELWS.CPY".


PROCEDURE DIVISION.
*> figure from report.txt with its own ratio - the cheapest route
*> and the shortest route are usually different, and the planning
*> group negotiates on cost, not hops.
*> The header is followed by the two endpoints' names from the node
*> directory, when one is available; the route lines stay codes
*> only, as seventeen names would not fit a line.
*> Routes can instead be taken from the route catalog (routecat.idx,
*> maintained by RTEMAINT): a PARM of "ROUTE route-id [MAP-FILE]"
*> reports one catalogued route, and "ROUTES list-file [MAP-FILE]"
*> every route ID listed one per line in the list file - or, with a
*> list-file name of ACTIVE, every active catalogued route.  The map
*> loads once for the lot, each route gets its own report block with
*> ROUTE= on its header, and a route the catalog cannot supply, or
*> whose nodes are not in the map, gets a REJECTED header instead of
*> stopping the run.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3
        EVALUATE WS-ParmTok1
            WHEN "ROUTE"
            WHEN "ROUTES"
                MOVE 'Y' TO WS-RouteMode
                MOVE WS-ParmTok2 TO WS-RtlFileName
                IF WS-ParmTok3 NOT = SPACES
                    MOVE WS-ParmTok3 TO WS-MapFile
                END-IF
            WHEN OTHER
                IF WS-ParmTok1 NOT = SPACES
                    MOVE WS-ParmTok1 TO WS-StartLoc
                END-IF
                IF WS-ParmTok2 NOT = SPACES
                    MOVE WS-ParmTok2 TO WS-LastLoc
                END-IF
                IF WS-ParmTok3 NOT = SPACES
                    MOVE WS-ParmTok3 TO WS-MapFile
                END-IF
        END-EVALUATE
    END-IF.
    IF WS-RouteMode = 'Y' AND WS-RtlFileName = SPACES
        DISPLAY "TASK084: " WS-ParmTok1 " NEEDS A ROUTE ID OR LIST FILE"
        STOP RUN
    END-IF.

    PERFORM LOAD-MAP.
    IF WS-XrefAbort = 'Y'
        STOP RUN
    END-IF.
    IF WS-RouteMode = 'Y'
        PERFORM PROCESS-ROUTES
        DISPLAY "TASK084: " WS-RouteDone " ROUTES REPORTED, "
            WS-RouteRejected " REJECTED - REPORT IN minhop.txt"
        STOP RUN
    END-IF.
    PERFORM VALIDATE-ENDPOINTS.
    IF WS-EndpointAbort = 'Y'
        STOP RUN

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

VALIDATE-ENDPOINTS.
            SET WS-EndSub TO RowId
    END-SEARCH.

*> Route mode.  "ROUTE" names a single route ID, "ROUTES" a list file
*> of them or ACTIVE for the whole active catalog.
PROCESS-ROUTES.
    EVALUATE TRUE
        WHEN WS-ParmTok1 = "ROUTE"
            MOVE WS-RtlFileName TO WS-RtlIdTok
            PERFORM REPORT-ROUTE-ID
        WHEN WS-RtlFileName = WS-RtsActiveWord
            PERFORM OPEN-ROUTE-CATALOG
            IF WS-RtsAvail = 'N'
                DISPLAY 'UNABLE TO OPEN ROUTE CATALOG ' WS-RtsFile
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RtsEOF = 'Y'
                PERFORM NEXT-ACTIVE-ROUTE
                IF WS-RtsFound = 'Y'
                    MOVE WS-RtsId TO WS-RouteId
                    MOVE SPACES TO WS-RouteReason
                    PERFORM REPORT-ONE-ROUTE
                END-IF
            END-PERFORM
        WHEN OTHER
            OPEN INPUT RTLFILE
            IF WS-RtlStatus NOT = '00'
                DISPLAY 'UNABLE TO OPEN ' WS-RtlFileName
                    ', FILE STATUS ' WS-RtlStatus
                STOP RUN
            END-IF
            PERFORM UNTIL WS-RtlEOF = 'Y'
                READ RTLFILE INTO RTL-Record
                    AT END
                        MOVE 'Y' TO WS-RtlEOF
                    NOT AT END
                        IF RTL-Record NOT = SPACES
                            MOVE SPACES TO WS-RtlIdTok
                            UNSTRING RTL-Record DELIMITED BY ALL SPACE
                                INTO WS-RtlIdTok
                            PERFORM REPORT-ROUTE-ID
                        END-IF
                END-READ
            END-PERFORM
            CLOSE RTLFILE
    END-EVALUATE.
    PERFORM CLOSE-ROUTE-CATALOG.

*> The route ID token is taken a character wider than a route ID so
*> an over-long one is rejected rather than truncated into another.
REPORT-ROUTE-ID.
    MOVE WS-RtlIdTok(1:8) TO WS-RouteId.
    MOVE SPACES TO WS-RouteReason.
    IF WS-RtlIdTok(9:1) NOT = SPACE
        MOVE "INVALID ROUTE ID" TO WS-RouteReason
        MOVE SPACES TO WS-RtsFrom WS-RtsTo
    ELSE
        MOVE WS-RouteId TO WS-RtsId
        PERFORM RESOLVE-ROUTE-ID
        IF WS-RtsFound = 'N'
            MOVE WS-RtsReason TO WS-RouteReason
        END-IF
    END-IF.
    PERFORM REPORT-ONE-ROUTE.

REPORT-ONE-ROUTE.
    MOVE WS-RtsFrom TO WS-StartLoc.
    MOVE WS-RtsTo TO WS-LastLoc.
    IF WS-RouteReason = SPACES
        PERFORM CHECK-ROUTE-ENDPOINTS
    END-IF.
    IF WS-RouteReason NOT = SPACES
        SET WS-RouteRejected UP BY 1
        PERFORM WRITE-ROUTE-REJECT
        EXIT PARAGRAPH
    END-IF.
    SET WS-RouteDone UP BY 1.
    PERFORM FIND-MIN-HOPS.
    IF WS-MinHops NOT = 99999
        PERFORM FIND-MIN-COST
    END-IF.
    PERFORM FIND-ACTUAL-STEPS.
    PERFORM WRITE-HOP-REPORT.

*> VALIDATE-ENDPOINTS without the abort: one bad route in a list is a
*> rejected line, not a failed run.
CHECK-ROUTE-ENDPOINTS.
    SEARCH ALL WS-Row
        AT END
            MOVE "FROM NODE NOT IN MAP" TO WS-RouteReason
        WHEN WS-Loc(RowId) = WS-StartLoc
            SET WS-StartSub TO RowId
    END-SEARCH.
    IF WS-RouteReason = SPACES
        SEARCH ALL WS-Row
            AT END
                MOVE "TO NODE NOT IN MAP" TO WS-RouteReason
            WHEN WS-Loc(RowId) = WS-LastLoc
                SET WS-EndSub TO RowId
        END-SEARCH
    END-IF.

WRITE-ROUTE-REJECT.
    OPEN EXTEND HOPFILE.
    IF WS-HopStatus = '35'
        OPEN OUTPUT HOPFILE
        CLOSE HOPFILE
        OPEN EXTEND HOPFILE
    END-IF.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    PERFORM SET-EFFECTIVE-OUT.
    MOVE SPACES TO WS-HopLine.
    STRING "TASK084 RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " MAP=" DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " FROM=" DELIMITED SIZE
        WS-StartLoc DELIMITED SIZE
        " TO=" DELIMITED SIZE
        WS-LastLoc DELIMITED SIZE
        " REJECTED REASON=" DELIMITED SIZE
        WS-RouteReason DELIMITED SIZE
        " ROUTE=" DELIMITED SIZE
        WS-RouteId DELIMITED SIZE
        " EFFECTIVE=" DELIMITED SIZE
        WS-EffDateOut DELIMITED SIZE
        INTO WS-HopLine.
    PERFORM WRITE-HOP-LINE.
    CLOSE HOPFILE.

*> Standard breadth-first search over the node table.  The queue
*> holds subscripts; every node enters it at most once, so the walk
*> is over when the end node is dequeued or the queue drains (no
*> the most recent run - wins.
FIND-ACTUAL-STEPS.
    MOVE 'N' TO WS-ActualFound.
    MOVE 'N' TO WS-ActualCostFnd.
    MOVE 'N' TO WS-RptEOF.
    OPEN INPUT RPTIN.
    IF WS-RptInStatus = '00'
        PERFORM UNTIL WS-RptEOF = 'Y'
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE SPACES TO WS-HopLine.
    MOVE 1 TO WS-HopPtr.
    IF WS-MinHops = 99999
        STRING "TASK084 RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            " TO=" DELIMITED SIZE
            WS-LastLoc DELIMITED SIZE
            " NO ROUTE" DELIMITED SIZE
            INTO WS-HopLine WITH POINTER WS-HopPtr
        PERFORM WRITE-HEADER-LINE
        PERFORM WRITE-ENDPOINT-NAMES
    ELSE
        STRING "TASK084 RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            WS-LastLoc DELIMITED SIZE
            " MINHOPS=" DELIMITED SIZE
            WS-MinHops DELIMITED SIZE
            INTO WS-HopLine WITH POINTER WS-HopPtr
        PERFORM WRITE-HEADER-LINE
        PERFORM WRITE-ENDPOINT-NAMES
        PERFORM WRITE-RATIO-LINE
        MOVE "  ROUTE:" TO WS-RouteLbl
        PERFORM WRITE-ROUTE-LINES
        PERFORM WRITE-COST-SECTION
    END-IF.
    CLOSE HOPFILE.
    PERFORM CLOSE-NODE-NAMES.

*> A catalogued route's header carries its route ID; a run for a
*> pair from the PARM has none.  Every header ends with the delivery
*> walked, EFFECTIVE= as on the report.txt record it is judged
*> against (NONE for a map that is not effective-dated).
WRITE-HEADER-LINE.
    IF WS-RouteMode = 'Y'
        STRING " ROUTE=" DELIMITED SIZE
            WS-RouteId DELIMITED SIZE
            INTO WS-HopLine WITH POINTER WS-HopPtr
    END-IF.
    PERFORM SET-EFFECTIVE-OUT.
    STRING " EFFECTIVE=" DELIMITED SIZE
        WS-EffDateOut DELIMITED SIZE
        INTO WS-HopLine WITH POINTER WS-HopPtr.
    PERFORM WRITE-HOP-LINE.

SET-EFFECTIVE-OUT.
    IF WS-EffDate = SPACES
        MOVE "NONE" TO WS-EffDateOut
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.

WRITE-ENDPOINT-NAMES.
    MOVE WS-StartLoc TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    IF WS-NdnAvail = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-NdnName TO WS-FromName.
    MOVE WS-LastLoc TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    MOVE SPACES TO WS-HopLine.
    STRING "  FROMNAME=" DELIMITED SIZE
        WS-FromName DELIMITED SIZE
        " TONAME=" DELIMITED SIZE
        WS-NdnName DELIMITED SIZE
        INTO WS-HopLine.
    PERFORM WRITE-HOP-LINE.

*> The cheapest-route result, under the hop result it is negotiated
*> against.  BUILD-COST-ROUTE reuses WS-RouteTbl, which is safe here
WRITE-HOP-LINE.
    MOVE WS-HopLine TO HOP-Record.
    WRITE HOP-Record.

COPY "NODENAME.CPY".

COPY "ROUTESEL.CPY".
