*> MAPIXBLD.CPY - load one flat-map line into the indexed master,
*> shared by MAPIX BUILD and MAPLIB (which rebuilds map.idx when it
*> installs a generation).  Needs MAPIXLK.CPY, WS-MyRow, WS-HaveDirs
*> and WS-NodeCount declared.  The caller holds the delivery to its
*> trailer first, opens the master with MAPIXIO 'L', sets WS-HaveDirs
*> to 'N' and then PERFORMs WRITE-ONE-IX-RECORD for each line read
*> into WS-MyRow.  The first nonblank line of the map is the direction
*> line, stored whole under the reserved key '***'; every later
*> nonblank line is a node record keyed on its first three
*> characters, counted in WS-NodeCount.  The trailer is not keyed.
WRITE-ONE-IX-RECORD.
    IF WS-MyRow = SPACES OR WS-MyRow(1:14) = "TRAILER NODES="
        CONTINUE
    ELSE
        IF WS-HaveDirs = 'N'
            MOVE 'Y' TO WS-HaveDirs
            MOVE 'W' TO MAPIX-Op
            MOVE "***" TO MAPIX-Loc
            MOVE WS-MyRow TO MAPIX-Line
            CALL "MAPIXIO" USING MAPIX-Parm
        ELSE
            MOVE 'W' TO MAPIX-Op
            MOVE WS-MyRow(1:3) TO MAPIX-Loc
            MOVE WS-MyRow TO MAPIX-Line
            CALL "MAPIXIO" USING MAPIX-Parm
            IF MAPIX-Status = '00'
                SET WS-NodeCount UP BY 1
            ELSE
                DISPLAY "DUPLICATE OR BAD NODE " WS-MyRow(1:3)
                    " NOT LOADED, FILE STATUS " MAPIX-Status
            END-IF
        END-IF
    END-IF.
