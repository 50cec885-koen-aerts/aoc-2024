*> DIRTRN.CPY - edit one direction-line transaction and apply it to
*> WS-Dir, shared by DIRMAINT and DIRSIM (fields in DIRTRNWS.CPY; the
*> caller declares WS-TrnRecord).  The caller moves the transaction
*> line to WS-TrnRecord and PERFORMs APPLY-DIRECTION-TRANSACTION;
*> WS-TrnReject comes back 'Y' with WS-TrnReason when the transaction
*> is refused and WS-Dir is left as it was, otherwise WS-Dir holds
*> the changed line and WS-NewLen its length.
APPLY-DIRECTION-TRANSACTION.
    MOVE SPACES TO WS-TrnAction WS-TrnText.
    UNSTRING WS-TrnRecord DELIMITED BY ALL SPACE
        INTO WS-TrnAction WS-TrnText.
    MOVE 'N' TO WS-TrnReject.
    MOVE SPACES TO WS-TrnReason.
    IF WS-TrnAction NOT = "REPLACE" AND WS-TrnAction NOT = "APPEND"
        MOVE 'Y' TO WS-TrnReject
        MOVE "UNKNOWN ACTION" TO WS-TrnReason
    END-IF.
    IF WS-TrnReject = 'N' AND WS-TrnText = SPACES
        MOVE 'Y' TO WS-TrnReject
        MOVE "NO DIRECTION TEXT" TO WS-TrnReason
    END-IF.
    IF WS-TrnReject = 'N' AND WS-TrnText(2001:1) NOT = SPACE
        MOVE 'Y' TO WS-TrnReject
        MOVE "TEXT EXCEEDS 2000 CHARACTERS" TO WS-TrnReason
    END-IF.
    IF WS-TrnReject = 'N'
        PERFORM EDIT-DIRECTION-TEXT
    END-IF.
    IF WS-TrnReject = 'N'
        PERFORM APPLY-DIRECTION-CHANGE
    END-IF.

*> The whole point of the edit: anything in the text that is not
*> an L or an R rejects the transaction, because the walk paragraphs
*> treat every non-L character as a right turn and would follow a
*> typo silently.  The scan also leaves the text length behind for
*> the capacity checks.
EDIT-DIRECTION-TEXT.
    MOVE 0 TO WS-TrnTextLen.
    MOVE 1 TO WS-ScanSub.
    PERFORM UNTIL WS-ScanSub > 2000
        OR WS-TrnText(WS-ScanSub:1) = SPACE
        OR WS-TrnReject = 'Y'
        IF WS-TrnText(WS-ScanSub:1) = 'L'
            OR WS-TrnText(WS-ScanSub:1) = 'R'
            MOVE WS-ScanSub TO WS-TrnTextLen
            SET WS-ScanSub UP BY 1
        ELSE
            MOVE 'Y' TO WS-TrnReject
            MOVE "TEXT IS NOT ALL L/R" TO WS-TrnReason
        END-IF
    END-PERFORM.

APPLY-DIRECTION-CHANGE.
    MOVE 0 TO WS-DirLen.
    MOVE 1 TO WS-ScanSub.
    PERFORM UNTIL WS-ScanSub > 2000
        OR WS-Steps(WS-ScanSub:1) = SPACE
        MOVE WS-ScanSub TO WS-DirLen
        SET WS-ScanSub UP BY 1
    END-PERFORM.
    IF WS-TrnAction = "REPLACE"
        MOVE SPACES TO WS-Dir
        MOVE WS-TrnText(1:WS-TrnTextLen) TO WS-Steps(1:WS-TrnTextLen)
        MOVE WS-TrnTextLen TO WS-NewLen
    ELSE
        COMPUTE WS-NewLen = WS-DirLen + WS-TrnTextLen
        IF WS-NewLen > 2000
            MOVE 'Y' TO WS-TrnReject
            MOVE "RESULT EXCEEDS 2000 CHARACTERS" TO WS-TrnReason
        ELSE
            MOVE WS-TrnText(1:WS-TrnTextLen)
                TO WS-Steps(WS-DirLen + 1:WS-TrnTextLen)
        END-IF
    END-IF.
