*> MAPGEN.CPY - look up the map generation a run is reading, shared by
*> TASK081/TASK082/TASK083, GHOSTCHK, GHOSTMRG and MAPACCPT.  Needs
*> MAPGENWS.CPY, MAPGENLK.CPY and WS-MapFile declared.  The caller
*> PERFORMs FIND-MAP-GENERATION once WS-MapFile names the map it is
*> about to load (per map, in a batch run) and before its LOAD phase
*> is logged.  The catalog is read only, and a catalog that will not
*> open just leaves WS-MapGen zero: the stamp is for the record, and
*> no walk is ever refused for the want of one.
FIND-MAP-GENERATION.
    MOVE 0 TO WS-MapGen.
    MOVE 'O' TO MAPGEN-Op.
    MOVE WS-GenCatFile TO MAPGEN-File.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-GenEOF.
    MOVE 'S' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    PERFORM UNTIL WS-GenEOF = 'Y'
        MOVE 'N' TO MAPGEN-Op
        CALL "MAPGENIO" USING MAPGEN-Parm
        IF MAPGEN-Status NOT = '00'
            MOVE 'Y' TO WS-GenEOF
        ELSE
            IF MAPGEN-State = "LIVE"
                AND (MAPGEN-LiveFile = WS-MapFile
                    OR (MAPGEN-LiveIx = WS-MapFile
                        AND MAPGEN-Keyed = 'Y'))
                MOVE MAPGEN-Id TO WS-MapGen
                MOVE 'Y' TO WS-GenEOF
            END-IF
        END-IF
    END-PERFORM.
    MOVE 'C' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
