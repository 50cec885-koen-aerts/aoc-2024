01 WS-PairFileName   PIC X(20) VALUE "pairs.txt".
01 WS-PairStatus     PIC X(2) VALUE SPACES.
01 WS-PairEOF        PIC X(1) VALUE 'N'.
*> The first token of a pairs line is taken wide enough for a
*> route ID, the one-token form (see SIM-ONE-PAIR).
01 WS-PairIdTok      PIC X(9) VALUE SPACES.
01 WS-PairToTok      PIC X(4) VALUE SPACES.
01 WS-SimRouteId     PIC X(8) VALUE SPACES.
01 WS-PairReason     PIC X(40) VALUE SPACES.
01 WS-RptInStatus    PIC X(2) VALUE SPACES.
01 WS-RptEOF         PIC X(1) VALUE 'N'.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-SimLine        PIC X(132) VALUE SPACES.
01 WS-SimPtr         PIC 9(3) VALUE 0.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "WALKLIMWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".
COPY "ROUTELK.CPY".
COPY "ROUTESELWS.CPY".


PROCEDURE DIVISION.
*> (YYYY-MM-DD) is the date the effective-dated delivery selection
*> runs for - a what-if for a future maintenance window must reduce
*> the delivery in force on the outage night, not today's.
*> The pairs file takes route IDs from the route catalog as well as
*> raw FROM/TO pairs, exactly as TASK081's pairs mode does, and a
*> pairs file name of ACTIVE simulates every active catalogued route;
*> the line for a catalogued route ends with ROUTE=.
*> Every route line is followed by a line naming its endpoints (and,
*> for a dead-end, the closed node it ran into) from the node
*> directory, when one is available.
    PERFORM LOAD-WALK-LIMITS.
*> A reduced network can cycle forever without ever reaching a
*> closed node or the destination, so a what-if run with no limits
        INTO WS-SimLine.
    PERFORM WRITE-SIM-LINE.
    CLOSE SIMFILE.
    PERFORM CLOSE-NODE-NAMES.

    DISPLAY "OUTSIM: " WS-RouteCount " ROUTES, "
        WS-DoneCount " COMPLETED, " WS-BrokenCount " BROKEN, "

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "WALKLIM.CPY".
    END-IF.

SIM-PAIR-ROUTES.
    IF WS-PairFileName = WS-RtsActiveWord
        PERFORM SIM-ACTIVE-ROUTES
        EXIT PARAGRAPH
    END-IF.
    OPEN INPUT PAIRFILE.
    IF WS-PairStatus NOT = '00'
        MOVE SPACES TO WS-SimLine
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

*> One route against the reduced network: the same instruction-driven
*> walk as TASK081's FindLoc, except that a step about to land on a
        WHEN 'D'
            SET WS-BrokenCount UP BY 1
            MOVE SPACES TO WS-SimLine
            MOVE 1 TO WS-SimPtr
            STRING "FROM=" DELIMITED SIZE
                WS-SimFrom DELIMITED SIZE
                " TO=" DELIMITED SIZE
                WS-DeadNext DELIMITED SIZE
                " STEPS=" DELIMITED SIZE
                WS-CountSteps DELIMITED SIZE
                INTO WS-SimLine WITH POINTER WS-SimPtr
            PERFORM WRITE-ROUTE-LINE
        WHEN 'L'
            SET WS-LimitCount UP BY 1
            MOVE SPACES TO WS-SimLine
            MOVE 1 TO WS-SimPtr
            STRING "FROM=" DELIMITED SIZE
                WS-SimFrom DELIMITED SIZE
                " TO=" DELIMITED SIZE
                WS-CountSteps DELIMITED SIZE
                " AT NODE=" DELIMITED SIZE
                WS-CurrentLoc DELIMITED SIZE
                INTO WS-SimLine WITH POINTER WS-SimPtr
            PERFORM WRITE-ROUTE-LINE
    END-EVALUATE.
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
    IF WS-PairReason = SPACES AND WS-SimOutcome = 'D'
        MOVE WS-DeadNext TO WS-NdnLoc
        PERFORM LOOKUP-NODE-NAME
        STRING " CLOSEDNAME=" DELIMITED SIZE
            WS-NdnName DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    PERFORM WRITE-SIM-LINE.

WRITE-COMPLETE-LINE.
    MOVE SPACES TO WS-SimLine.
    MOVE 1 TO WS-SimPtr.
    IF WS-BaseFound = 'Y'
        COMPUTE WS-StepDelta = WS-CountSteps - WS-BaseSteps
        IF WS-StepDelta < 0
            " COSTDELTA=" DELIMITED SIZE
            WS-CostDeltaSign DELIMITED SIZE
            WS-CostDeltaAbs DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    ELSE
        STRING "FROM=" DELIMITED SIZE
            WS-SimFrom DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CountCost DELIMITED SIZE
            " BASELINE=NONE" DELIMITED SIZE
            INTO WS-SimLine WITH POINTER WS-SimPtr
    END-IF.
    PERFORM WRITE-ROUTE-LINE.

*> The latest STEPS= and COST= figures for the same map and endpoints,
*> from the fixed-column records TASK081 appends to report.txt (same
        CLOSE RPTIN
    END-IF.

*> A route line for a catalogued route ends with its route ID; raw
*> pairs and the main route are written exactly as before.
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
