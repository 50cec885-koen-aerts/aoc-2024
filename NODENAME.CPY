*> NODENAME.CPY - node-name lookup against the node directory for
*> the report programs (see NODENAMEWS.CPY for the fields).  Reads
*> by key through NODEDIRIO, opening the directory on the first
*> call; CLOSE-NODE-NAMES is optional - a program that simply stops
*> leaves the runtime to close it.
LOOKUP-NODE-NAME.
    IF WS-NdnTried = 'N'
        MOVE 'Y' TO WS-NdnTried
        MOVE 'O' TO NDIR-Op
        MOVE WS-NdnFile TO NDIR-File
        CALL "NODEDIRIO" USING NDIR-Parm
        IF NDIR-Status = '00'
            MOVE 'Y' TO WS-NdnAvail
        ELSE
            MOVE 'N' TO WS-NdnAvail
        END-IF
    END-IF.
    MOVE SPACES TO WS-NdnName WS-NdnRegion WS-NdnOwner WS-NdnInSvc.
    MOVE 'N' TO WS-NdnFound.
    IF WS-NdnAvail = 'N'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO NDIR-Op.
    MOVE WS-NdnLoc TO NDIR-Loc.
    CALL "NODEDIRIO" USING NDIR-Parm.
    IF NDIR-Status = '00'
        MOVE 'Y' TO WS-NdnFound
        MOVE NDIR-Name TO WS-NdnName
        MOVE NDIR-Region TO WS-NdnRegion
        MOVE NDIR-Owner TO WS-NdnOwner
        MOVE NDIR-InSvc TO WS-NdnInSvc
    ELSE
        MOVE "*NOT IN DIRECTORY*" TO WS-NdnName
        MOVE "????" TO WS-NdnRegion
    END-IF.

CLOSE-NODE-NAMES.
    IF WS-NdnAvail = 'Y'
        MOVE 'C' TO NDIR-Op
        CALL "NODEDIRIO" USING NDIR-Parm
    END-IF.
    MOVE 'N' TO WS-NdnTried.
    MOVE 'N' TO WS-NdnAvail.
