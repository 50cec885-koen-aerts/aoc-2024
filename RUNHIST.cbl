*> One entry per distinct MAP= / FROM= / TO= combination seen in
*> report.txt.  The records arrive in the order the runs appended
*> them, so shifting latest into prior on every hit leaves the two
*> most recent results for each route behind.  A record that carries
*> ROUTE= (a catalogued route walked in TASK081 pairs mode) groups by
*> its route ID instead, whatever map it walked, with the map and
*> endpoints of its latest run shown.
01 WS-GrpMax         PIC 9(5) VALUE 500.
01 WS-GrpCount       PIC 9(5) VALUE 0.
01 WS-GrpTbl.
      10 WS-GrpPrevDate PIC X(10).
      10 WS-GrpPrevStep PIC 9(12).
      10 WS-GrpPrevEff  PIC X(10).
      10 WS-GrpRoute    PIC X(8).
      10 WS-GrpLastCost PIC 9(15).
      10 WS-GrpCostFnd  PIC X(1).
01 WS-GrpFull        PIC X(1) VALUE 'N'.
01 WS-GrpFoundSub    PIC 9(5) VALUE 0.
01 WS-GrpSub         PIC 9(5) VALUE 0.
01 WS-RecSteps       PIC X(12) VALUE SPACES.
01 WS-RecStepsNum    PIC 9(12) VALUE 0.
01 WS-RecEff         PIC X(10) VALUE SPACES.
01 WS-RecRoute       PIC X(8) VALUE SPACES.
01 WS-RecCost        PIC 9(15) VALUE 0.
01 WS-RecCostFnd     PIC X(1) VALUE 'N'.
01 WS-LastEffOut     PIC X(10) VALUE SPACES.
01 WS-PrevEffOut     PIC X(10) VALUE SPACES.
01 WS-Delta          PIC S9(12) VALUE 0.
01 WS-DeltaAbs       PIC 9(12) VALUE 0.
01 WS-DeltaSign      PIC X(1) VALUE SPACE.
01 WS-FlagCount      PIC 9(5) VALUE 0.
*> Catalog reconciliation of the route groups: OVER, WITHIN, NOEXP
*> (no expectation catalogued), NOTCAT (route ID not in the catalog)
*> or NOCATALOG (no catalog to check against).
01 WS-ExpStatus      PIC X(10) VALUE SPACES.
01 WS-CostOut        PIC X(15) VALUE SPACES.
01 WS-OverCount      PIC 9(5) VALUE 0.
01 WS-NoRunCount     PIC 9(5) VALUE 0.
01 WS-HistPtr        PIC 9(3) VALUE 0.
01 WS-HistLine       PIC X(180) VALUE SPACES.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
COPY "ROUTELK.CPY".
COPY "ROUTESELWS.CPY".


PROCEDURE DIVISION.
*> "TOLERANCE [REPORT-FILE]"; the tolerance defaults to 0 (any
*> movement flags) and the input file to report.txt.  TASK082/TASK083
*> ghost-walk records carry no FROM=/TO= and are passed over.
*> Routes walked by catalog route ID are reconciled by that ID and
*> get a second line checking the latest run against the route
*> catalog (routecat.idx): a latest step count or cost above the
*> catalogued expectation is flagged *OVER*, alongside the *CHECK*
*> flag for run-to-run movement.  Every active catalogued route that
*> has no run in the history at all is listed as well, so a route
*> that has dropped out of the job decks without being retired shows
*> up here.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE

    DISPLAY "RUNHIST: " WS-RecCount " RECORDS READ, "
        WS-UsedCount " WALK RECORDS, " WS-GrpCount " ROUTES, "
        WS-FlagCount " FLAGGED, " WS-OverCount " OVER EXPECTATION, "
        WS-NoRunCount " NOT RUN - REPORT IN runhist.txt".

    STOP RUN.

        ELSE
            MOVE SPACES TO WS-RecEff
        END-IF
        IF RPTIN-Record(79:6) = " COST="
            AND RPTIN-Record(85:15) IS NUMERIC
            MOVE RPTIN-Record(85:15) TO WS-RecCost
            MOVE 'Y' TO WS-RecCostFnd
        ELSE
            MOVE 0 TO WS-RecCost
            MOVE 'N' TO WS-RecCostFnd
        END-IF
*> The catalog route ID TASK081 puts behind EFFECTIVE= on a walk it
*> took by route ID; a raw pair has nothing there.
        IF RPTIN-Record(121:7) = " ROUTE="
            MOVE RPTIN-Record(128:8) TO WS-RecRoute
        ELSE
            MOVE SPACES TO WS-RecRoute
        END-IF
        PERFORM POST-TO-GROUP
    END-IF.

    MOVE 0 TO WS-GrpFoundSub.
    MOVE 1 TO WS-GrpSub.
    PERFORM UNTIL WS-GrpSub > WS-GrpCount OR WS-GrpFoundSub > 0
        IF WS-RecRoute NOT = SPACES
            IF WS-GrpRoute(WS-GrpSub) = WS-RecRoute
                MOVE WS-GrpSub TO WS-GrpFoundSub
            END-IF
        ELSE
            IF WS-GrpRoute(WS-GrpSub) = SPACES
                AND WS-GrpMap(WS-GrpSub) = WS-RecMap
                AND WS-GrpFrom(WS-GrpSub) = WS-RecFrom
                AND WS-GrpTo(WS-GrpSub) = WS-RecTo
                MOVE WS-GrpSub TO WS-GrpFoundSub
            END-IF
        END-IF
        SET WS-GrpSub UP BY 1
    END-PERFORM.
            MOVE SPACES TO WS-GrpPrevDate(WS-GrpFoundSub)
            MOVE 0 TO WS-GrpPrevStep(WS-GrpFoundSub)
            MOVE SPACES TO WS-GrpPrevEff(WS-GrpFoundSub)
            MOVE WS-RecRoute TO WS-GrpRoute(WS-GrpFoundSub)
        END-IF
    END-IF.
    IF WS-GrpFoundSub > 0
        MOVE WS-RecDate TO WS-GrpLastDate(WS-GrpFoundSub)
        MOVE WS-RecStepsNum TO WS-GrpLastStep(WS-GrpFoundSub)
        MOVE WS-RecEff TO WS-GrpLastEff(WS-GrpFoundSub)
        MOVE WS-RecCost TO WS-GrpLastCost(WS-GrpFoundSub)
        MOVE WS-RecCostFnd TO WS-GrpCostFnd(WS-GrpFoundSub)
        MOVE WS-RecMap TO WS-GrpMap(WS-GrpFoundSub)
        MOVE WS-RecFrom TO WS-GrpFrom(WS-GrpFoundSub)
        MOVE WS-RecTo TO WS-GrpTo(WS-GrpFoundSub)
        SET WS-GrpRuns(WS-GrpFoundSub) UP BY 1
    END-IF.

    MOVE 1 TO WS-GrpSub.
    PERFORM UNTIL WS-GrpSub > WS-GrpCount
        PERFORM WRITE-ONE-ROUTE
        IF WS-GrpRoute(WS-GrpSub) NOT = SPACES
            PERFORM WRITE-ROUTE-EXPECTATION
        END-IF
        SET WS-GrpSub UP BY 1
    END-PERFORM.
    PERFORM WRITE-UNRUN-ROUTES.
    PERFORM CLOSE-ROUTE-CATALOG.
    MOVE SPACES TO WS-HistLine.
    STRING "TOTALS ROUTES=" DELIMITED SIZE
        WS-GrpCount DELIMITED SIZE
        " FLAGGED=" DELIMITED SIZE
        WS-FlagCount DELIMITED SIZE
        " OVER=" DELIMITED SIZE
        WS-OverCount DELIMITED SIZE
        " NORUN=" DELIMITED SIZE
        WS-NoRunCount DELIMITED SIZE
        INTO WS-HistLine.
    PERFORM WRITE-HIST-LINE.
    CLOSE HISTFILE.

*> The latest run of a catalogued route against the step and cost
*> figures the catalog expects of it.  An expectation of 0 means none
*> was catalogued for that figure; a route with neither is NOEXP.  A
*> retired route is still reconciled - its history is why it was
*> kept on the catalog - and says ACTIVE=N.
WRITE-ROUTE-EXPECTATION.
    MOVE WS-GrpRoute(WS-GrpSub) TO WS-RtsId.
    PERFORM RESOLVE-ROUTE-ID.
    IF WS-GrpCostFnd(WS-GrpSub) = 'Y'
        MOVE WS-GrpLastCost(WS-GrpSub) TO WS-CostOut
    ELSE
        MOVE "NONE" TO WS-CostOut
    END-IF.
    EVALUATE TRUE
        WHEN WS-RtsAvail = 'N'
            MOVE "NOCATALOG" TO WS-ExpStatus
        WHEN WS-RtsFound = 'N' AND WS-RtsReason NOT = "ROUTE RETIRED"
            MOVE "NOTCAT" TO WS-ExpStatus
        WHEN WS-RtsExpSteps = 0 AND WS-RtsExpCost = 0
            MOVE "NOEXP" TO WS-ExpStatus
        WHEN WS-RtsExpSteps > 0
            AND WS-GrpLastStep(WS-GrpSub) > WS-RtsExpSteps
            MOVE "OVER" TO WS-ExpStatus
        WHEN WS-RtsExpCost > 0 AND WS-GrpCostFnd(WS-GrpSub) = 'Y'
            AND WS-GrpLastCost(WS-GrpSub) > WS-RtsExpCost
            MOVE "OVER" TO WS-ExpStatus
        WHEN OTHER
            MOVE "WITHIN" TO WS-ExpStatus
    END-EVALUATE.
    MOVE SPACES TO WS-HistLine.
    MOVE 1 TO WS-HistPtr.
    IF WS-ExpStatus = "NOCATALOG" OR WS-ExpStatus = "NOTCAT"
        STRING "  ROUTE=" DELIMITED SIZE
            WS-GrpRoute(WS-GrpSub) DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CostOut DELIMITED SIZE
            " STATUS=" DELIMITED SIZE
            WS-ExpStatus DELIMITED SPACE
            INTO WS-HistLine WITH POINTER WS-HistPtr
    ELSE
        STRING "  ROUTE=" DELIMITED SIZE
            WS-GrpRoute(WS-GrpSub) DELIMITED SIZE
            " OWNER=" DELIMITED SIZE
            WS-RtsOwner DELIMITED SIZE
            " ACTIVE=" DELIMITED SIZE
            WS-RtsActive DELIMITED SIZE
            " COST=" DELIMITED SIZE
            WS-CostOut DELIMITED SIZE
            " EXPSTEPS=" DELIMITED SIZE
            WS-RtsExpSteps DELIMITED SIZE
            " EXPCOST=" DELIMITED SIZE
            WS-RtsExpCost DELIMITED SIZE
            " STATUS=" DELIMITED SIZE
            WS-ExpStatus DELIMITED SPACE
            INTO WS-HistLine WITH POINTER WS-HistPtr
    END-IF.
    IF WS-ExpStatus = "OVER"
        SET WS-OverCount UP BY 1
        STRING " *OVER*" DELIMITED SIZE
            INTO WS-HistLine WITH POINTER WS-HistPtr
    END-IF.
    PERFORM WRITE-HIST-LINE.

*> Every active catalogued route with no run anywhere in the history.
*> The group table is searched by route ID for each; with no catalog
*> there is nothing to list.
WRITE-UNRUN-ROUTES.
    PERFORM UNTIL WS-RtsEOF = 'Y'
        PERFORM NEXT-ACTIVE-ROUTE
        IF WS-RtsFound = 'Y'
            MOVE 0 TO WS-GrpFoundSub
            MOVE 1 TO WS-GrpSub
            PERFORM UNTIL WS-GrpSub > WS-GrpCount
                OR WS-GrpFoundSub > 0
                IF WS-GrpRoute(WS-GrpSub) = WS-RtsId
                    MOVE WS-GrpSub TO WS-GrpFoundSub
                END-IF
                SET WS-GrpSub UP BY 1
            END-PERFORM
            IF WS-GrpFoundSub = 0
                SET WS-NoRunCount UP BY 1
                MOVE SPACES TO WS-HistLine
                STRING "ROUTE=" DELIMITED SIZE
                    WS-RtsId DELIMITED SIZE
                    " FROM=" DELIMITED SIZE
                    WS-RtsFrom DELIMITED SIZE
                    " TO=" DELIMITED SIZE
                    WS-RtsTo DELIMITED SIZE
                    " OWNER=" DELIMITED SIZE
                    WS-RtsOwner DELIMITED SIZE
                    " NO RUNS IN HISTORY *NORUN*" DELIMITED SIZE
                    INTO WS-HistLine
                PERFORM WRITE-HIST-LINE
            END-IF
        END-IF
    END-PERFORM.

*> The EFF=/PRIOREFF= fields carry the delivery each run walked, so
*> a flagged delta can be read as "the map changed" (the effective
*> dates differ) or "the run changed" (same delivery both times).
WRITE-HIST-LINE.
    MOVE WS-HistLine TO HIST-Record.
    WRITE HIST-Record.

COPY "ROUTESEL.CPY".
