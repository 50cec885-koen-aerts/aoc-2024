*> ROUTESEL.CPY - route-catalog selection for the route-walking
*> programs (see ROUTESELWS.CPY for the fields).  Reads through
*> ROUTEIO, opening the catalog on the first call.  A retired route
*> is refused by ID - taking it out of the job decks is exactly what
*> retiring it is for - and skipped by the active-route scan.
OPEN-ROUTE-CATALOG.
    IF WS-RtsTried = 'N'
        MOVE 'Y' TO WS-RtsTried
        MOVE 'O' TO ROUTE-Op
        MOVE WS-RtsFile TO ROUTE-File
        CALL "ROUTEIO" USING ROUTE-Parm
        IF ROUTE-Status = '00'
            MOVE 'Y' TO WS-RtsAvail
        ELSE
            MOVE 'N' TO WS-RtsAvail
        END-IF
    END-IF.

RESOLVE-ROUTE-ID.
    PERFORM OPEN-ROUTE-CATALOG.
    MOVE 'N' TO WS-RtsFound.
    MOVE SPACES TO WS-RtsReason WS-RtsFrom WS-RtsTo.
    IF WS-RtsAvail = 'N'
        MOVE "CATALOG NOT AVAILABLE" TO WS-RtsReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO ROUTE-Op.
    MOVE WS-RtsId TO ROUTE-Id.
    CALL "ROUTEIO" USING ROUTE-Parm.
    IF ROUTE-Status NOT = '00'
        MOVE "ROUTE NOT IN CATALOG" TO WS-RtsReason
        EXIT PARAGRAPH
    END-IF.
    PERFORM RETURN-CATALOG-ROUTE.
    IF WS-RtsActive NOT = 'Y'
        MOVE "ROUTE RETIRED" TO WS-RtsReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-RtsFound.

NEXT-ACTIVE-ROUTE.
    PERFORM OPEN-ROUTE-CATALOG.
    MOVE 'N' TO WS-RtsFound.
    IF WS-RtsAvail = 'N'
        MOVE "CATALOG NOT AVAILABLE" TO WS-RtsReason
        MOVE 'Y' TO WS-RtsEOF
        EXIT PARAGRAPH
    END-IF.
    IF WS-RtsScanOpen = 'N'
        MOVE 'Y' TO WS-RtsScanOpen
        MOVE 'S' TO ROUTE-Op
        CALL "ROUTEIO" USING ROUTE-Parm
        IF ROUTE-Status NOT = '00'
            MOVE 'Y' TO WS-RtsEOF
            EXIT PARAGRAPH
        END-IF
    END-IF.
    PERFORM UNTIL WS-RtsFound = 'Y' OR WS-RtsEOF = 'Y'
        MOVE 'N' TO ROUTE-Op
        CALL "ROUTEIO" USING ROUTE-Parm
        IF ROUTE-Status = '00'
            MOVE ROUTE-Id TO WS-RtsId
            PERFORM RETURN-CATALOG-ROUTE
            IF WS-RtsActive = 'Y'
                MOVE 'Y' TO WS-RtsFound
            END-IF
        ELSE
            MOVE 'Y' TO WS-RtsEOF
        END-IF
    END-PERFORM.

RETURN-CATALOG-ROUTE.
    MOVE ROUTE-From TO WS-RtsFrom.
    MOVE ROUTE-To TO WS-RtsTo.
    MOVE ROUTE-Desc TO WS-RtsDesc.
    MOVE ROUTE-Owner TO WS-RtsOwner.
    MOVE ROUTE-ExpSteps TO WS-RtsExpSteps.
    MOVE ROUTE-ExpCost TO WS-RtsExpCost.
    MOVE ROUTE-Active TO WS-RtsActive.

CLOSE-ROUTE-CATALOG.
    IF WS-RtsAvail = 'Y'
        MOVE 'C' TO ROUTE-Op
        CALL "ROUTEIO" USING ROUTE-Parm
    END-IF.
    MOVE 'N' TO WS-RtsTried.
    MOVE 'N' TO WS-RtsAvail.
    MOVE 'N' TO WS-RtsScanOpen.
    MOVE 'N' TO WS-RtsEOF.
