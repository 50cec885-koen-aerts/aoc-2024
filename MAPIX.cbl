01 WS-CurRight       PIC X(3) VALUE SPACES.
01 WS-ScanEOF        PIC X(1) VALUE 'N'.
01 WS-EffAbort       PIC X(1) VALUE 'N'.
01 WS-ScanHaveDir    PIC X(1) VALUE 'N'.
COPY "MAPIXLK.CPY".
COPY "MAPTRLWS.CPY".
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
*>       pointer resolves against the built file, reporting each
*>       dangling reference;
*>   "UNLOAD [IX-FILE [MAP-FILE]]" - write the indexed map back out
*>       in map.txt line format, direction line first and the
*>       control-total trailer (see MAPTRLWS.CPY) last.
*> BUILD holds the flat map to its trailer before the index is
*> touched and refuses a delivery whose totals disagree, ending with
*> WS-RC-TrailerFail (see RUNLOGWS.CPY); a map with no trailer builds
*> UNVERIFIED.  The trailer itself is not keyed into the master.
*> All indexed I/O goes through MAPIXIO (see MAPIXLK.CPY).
*> The index carries the left and right pointers as alternate keys;
*> an index built before they were keyed will not open (status '39')
*> for any program until it is rebuilt here with BUILD.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    UNSTRING WS-Parm DELIMITED BY SPACE
        INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3.
        DISPLAY "MAPIX: ALL NODE REFERENCES RESOLVE"
    END-IF.

*> The same pass totals the delivery against its trailer, so a short
*> file is refused before the build can replace a good master.
*> An effective-dated multi-delivery file cannot go into the keyed
*> format, which holds exactly one delivery - building from one
*> would key later direction lines as nodes.  The whole flat file
            ', FILE STATUS ' WS-File1Status
        STOP RUN
    END-IF.
    PERFORM RESET-TRAILER-TOTALS.
    MOVE 'N' TO WS-TrlSeen.
    MOVE 'N' TO WS-ScanHaveDir.
    PERFORM UNTIL WS-EOF = 'Y'
        READ FILE1 INTO WS-MyRow
            AT END
                IF WS-MyRow(1:10) = "EFFECTIVE="
                    MOVE 'Y' TO WS-EffAbort
                    MOVE 'Y' TO WS-EOF
                ELSE
                    PERFORM TOTAL-ONE-FLAT-LINE
                END-IF
        END-READ
    END-PERFORM.
        DISPLAY "MAPIX: BUILD ABORTED, " WS-IxFile " UNTOUCHED"
        STOP RUN
    END-IF.
    PERFORM CHECK-TRAILER-TOTALS.
    EVALUATE WS-TrlResult
        WHEN "FAIL"
            DISPLAY "MAP TRAILER CHECK FAILED FOR " WS-MapFile
                ": " WS-TrlReason
            DISPLAY "  TRAILER NODES=" WS-TrlRecNodes
                " HASH=" WS-TrlRecHash " DIRLEN=" WS-TrlRecDirLen
            DISPLAY "  READ    NODES=" WS-TrlNodes
                " HASH=" WS-TrlHash " DIRLEN=" WS-TrlDirLen
            DISPLAY "MAPIX: BUILD ABORTED, " WS-IxFile " UNTOUCHED"
            MOVE WS-RC-TrailerFail TO RETURN-CODE
            STOP RUN
        WHEN "UNVERIFIED"
            DISPLAY "NO TRAILER RECORD IN " WS-MapFile
                " - BUILDING UNVERIFIED"
    END-EVALUATE.

*> The first nonblank line is the direction line, as
*> WRITE-ONE-IX-RECORD keys it; every later nonblank line but the
*> trailer is a node.
TOTAL-ONE-FLAT-LINE.
    EVALUATE TRUE
        WHEN WS-MyRow = SPACES
            CONTINUE
        WHEN WS-MyRow(1:14) = "TRAILER NODES="
            MOVE WS-MyRow TO WS-TrlRec
            MOVE 'Y' TO WS-TrlSeen
        WHEN WS-ScanHaveDir = 'N'
            MOVE 'Y' TO WS-ScanHaveDir
            MOVE WS-MyRow TO WS-TrlDirLine
            PERFORM COUNT-TRAILER-DIRLEN
        WHEN OTHER
            MOVE WS-MyRow TO WS-TrlNodeLine
            PERFORM ADD-TRAILER-NODE
    END-EVALUATE.

*> Walk the built file in key order and resolve every pointer with a
*> keyed read, the same checks VALIDATE-MAP makes on the in-memory
            ', FILE STATUS ' WS-File1Status
        STOP RUN
    END-IF.
    PERFORM RESET-TRAILER-TOTALS.
    MOVE 'S' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    MOVE 'N' TO WS-ScanEOF.
*> node line, as the map.txt format has always had.
                MOVE SPACES TO Row
                WRITE Row
                MOVE WS-MyRow TO WS-TrlDirLine
                PERFORM COUNT-TRAILER-DIRLEN
            ELSE
                MOVE WS-MyRow TO WS-TrlNodeLine
                PERFORM ADD-TRAILER-NODE
            END-IF
        END-IF
    END-PERFORM.
    PERFORM BUILD-TRAILER-RECORD.
    MOVE WS-TrlRec TO Row.
    WRITE Row.
    CLOSE FILE1.
    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    DISPLAY "MAPIX: UNLOADED " WS-IxFile " TO " WS-MapFile.

COPY "MAPIXBLD.CPY".

COPY "MAPTRL.CPY".
