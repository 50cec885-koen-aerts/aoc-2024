*> are read past; of two deliveries with the same date the later in
*> the file wins.  A file with no EFFECTIVE= lines loads exactly as
*> it always has (see MAPEFFWS.CPY).
*> The delivery that loads is held to its control-total trailer (see
*> MAPTRLWS.CPY, which must be declared too, with MAPTRL.CPY copied
*> into the procedure): node count, hash total and direction length
*> are totalled from what actually loaded and a trailer that
*> disagrees aborts the load with WS-TrlAbort set as well.  A
*> delivery with no trailer loads with a warning, UNVERIFIED.
LOAD-MAP.
    IF WS-EffRunDate = SPACES
        ACCEPT WS-EffDateRaw FROM DATE YYYYMMDD
    MOVE SPACES TO WS-EffBest.
    MOVE 'Y' TO WS-EffActive.
    MOVE 'N' TO WS-EffSeen.
    MOVE 'N' TO WS-TrlSeen.
    MOVE 'N' TO WS-TrlAbort.
    MOVE SPACES TO WS-TrlResult.
    OPEN INPUT FILE1.
    IF WS-File1Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-MapFile
                    PERFORM SELECT-MAP-DELIVERY
                ELSE
                    IF WS-EffActive = 'Y'
                        IF WS-MyRow(1:14) = "TRAILER NODES="
                            MOVE WS-MyRow TO WS-TrlRec
                            MOVE 'Y' TO WS-TrlSeen
                        ELSE
                            PERFORM LOAD-MAP-LINE
                        END-IF
                    END-IF
                END-IF
        END-READ
            ' IS IN FORCE FOR ' WS-EffRunDate
        MOVE 'Y' TO WS-LoadAbort
    END-IF.
    IF WS-LoadAbort = 'N'
        PERFORM VERIFY-MAP-TRAILER
    END-IF.
    IF WS-LoadAbort = 'Y'
        DISPLAY 'MAP LOAD ABORTED'
    END-IF.
        MOVE 'Y' TO WS-EffActive
        MOVE SPACES TO WS-Dir
        MOVE 0 TO WS-RowCount
        MOVE 'N' TO WS-TrlSeen
    ELSE
        MOVE 'N' TO WS-EffActive
    END-IF.
        END-IF
    END-IF.

VERIFY-MAP-TRAILER.
    PERFORM TOTAL-LOADED-MAP.
    PERFORM CHECK-TRAILER-TOTALS.
    EVALUATE WS-TrlResult
        WHEN "FAIL"
            DISPLAY 'MAP TRAILER CHECK FAILED FOR ' WS-MapFile
                ': ' WS-TrlReason
            DISPLAY '  TRAILER NODES=' WS-TrlRecNodes
                ' HASH=' WS-TrlRecHash ' DIRLEN=' WS-TrlRecDirLen
            DISPLAY '  LOADED  NODES=' WS-TrlNodes
                ' HASH=' WS-TrlHash ' DIRLEN=' WS-TrlDirLen
            MOVE 'Y' TO WS-TrlAbort
            MOVE 'Y' TO WS-LoadAbort
        WHEN "UNVERIFIED"
            DISPLAY 'NO TRAILER RECORD IN ' WS-MapFile
                ' - DELIVERY LOADED UNVERIFIED'
    END-EVALUATE.

*> Control totals of the loaded table and direction line, ready for
*> CHECK-TRAILER-TOTALS or, in the programs that rewrite the map,
*> for BUILD-TRAILER-RECORD.
TOTAL-LOADED-MAP.
    PERFORM RESET-TRAILER-TOTALS.
    SET RowId TO 1.
    PERFORM UNTIL RowId > WS-RowCount
        MOVE WS-Row(RowId) TO WS-TrlNodeLine
        PERFORM ADD-TRAILER-NODE
        SET RowId UP BY 1
    END-PERFORM.
    MOVE WS-Dir TO WS-TrlDirLine.
    PERFORM COUNT-TRAILER-DIRLEN.

SORT-MAP.
    SORT WS-Row ASCENDING KEY WS-Loc.
