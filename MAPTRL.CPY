*> MAPTRL.CPY - control-total trailer paragraphs for flat map
*> deliveries (see MAPTRLWS.CPY for the record and the hash).  A
*> writer PERFORMs RESET-TRAILER-TOTALS, then ADD-TRAILER-NODE once
*> per node line it writes (the line moved to WS-TrlNodeLine) and
*> COUNT-TRAILER-DIRLEN on its direction line (moved to
*> WS-TrlDirLine), and finally BUILD-TRAILER-RECORD and writes
*> WS-TrlRec as the last line of the delivery.  A reader totals what
*> it actually read the same way, with the trailer it found already
*> in WS-TrlRec, and PERFORMs CHECK-TRAILER-TOTALS.
RESET-TRAILER-TOTALS.
    MOVE 0 TO WS-TrlNodes.
    MOVE 0 TO WS-TrlHash.
    MOVE 0 TO WS-TrlDirLen.

ADD-TRAILER-NODE.
    SET WS-TrlNodes UP BY 1.
    MOVE WS-TrlNodeLoc TO WS-TrlCode.
    PERFORM TRAILER-CODE-VALUE.
    ADD WS-TrlCodeVal TO WS-TrlHash.
    MOVE WS-TrlNodeLeft TO WS-TrlCode.
    PERFORM TRAILER-CODE-VALUE.
    ADD WS-TrlCodeVal TO WS-TrlHash.
    MOVE WS-TrlNodeRight TO WS-TrlCode.
    PERFORM TRAILER-CODE-VALUE.
    ADD WS-TrlCodeVal TO WS-TrlHash.

*> Each character's digit is its offset in WS-TrlAlpha: INSPECT
*> counts the characters ahead of its first occurrence, which runs
*> to 36 for a character the string does not hold.
TRAILER-CODE-VALUE.
    MOVE 0 TO WS-TrlCodeVal.
    MOVE 1 TO WS-TrlCodeSub.
    PERFORM UNTIL WS-TrlCodeSub > 3
        MOVE 0 TO WS-TrlDigit
        INSPECT WS-TrlAlpha TALLYING WS-TrlDigit
            FOR CHARACTERS BEFORE INITIAL WS-TrlCode(WS-TrlCodeSub:1)
        COMPUTE WS-TrlCodeVal = WS-TrlCodeVal * 37 + WS-TrlDigit
        SET WS-TrlCodeSub UP BY 1
    END-PERFORM.

COUNT-TRAILER-DIRLEN.
    MOVE 0 TO WS-TrlDirLen.
    INSPECT WS-TrlDirLine TALLYING WS-TrlDirLen
        FOR CHARACTERS BEFORE INITIAL SPACE.

BUILD-TRAILER-RECORD.
    MOVE "TRAILER NODES=" TO WS-TrlRecKw1.
    MOVE WS-TrlNodes TO WS-TrlRecNodes.
    MOVE " HASH=" TO WS-TrlRecKw2.
    MOVE WS-TrlHash TO WS-TrlRecHash.
    MOVE " DIRLEN=" TO WS-TrlRecKw3.
    MOVE WS-TrlDirLen TO WS-TrlRecDirLen.

*> The trailer found must be well formed and agree on all three
*> totals; the first disagreement is the one reported.
CHECK-TRAILER-TOTALS.
    MOVE SPACES TO WS-TrlReason.
    IF WS-TrlSeen = 'N'
        MOVE "UNVERIFIED" TO WS-TrlResult
        MOVE "NO TRAILER RECORD" TO WS-TrlReason
        EXIT PARAGRAPH
    END-IF.
    MOVE "FAIL" TO WS-TrlResult.
    EVALUATE TRUE
        WHEN WS-TrlRecKw2 NOT = " HASH="
            OR WS-TrlRecKw3 NOT = " DIRLEN="
            OR WS-TrlRecNodes NOT NUMERIC
            OR WS-TrlRecHash NOT NUMERIC
            OR WS-TrlRecDirLen NOT NUMERIC
            MOVE "TRAILER RECORD MALFORMED" TO WS-TrlReason
        WHEN WS-TrlRecNodes NOT = WS-TrlNodes
            MOVE "NODE COUNT DISAGREES" TO WS-TrlReason
        WHEN WS-TrlRecHash NOT = WS-TrlHash
            MOVE "HASH TOTAL DISAGREES" TO WS-TrlReason
        WHEN WS-TrlRecDirLen NOT = WS-TrlDirLen
            MOVE "DIRECTION LENGTH DISAGREES" TO WS-TrlReason
        WHEN OTHER
            MOVE "PASS" TO WS-TrlResult
    END-EVALUATE.
