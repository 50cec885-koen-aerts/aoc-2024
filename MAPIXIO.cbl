ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS IX-Key
ALTERNATE RECORD KEY IS IX-LeftKey WITH DUPLICATES
ALTERNATE RECORD KEY IS IX-RightKey WITH DUPLICATES
FILE STATUS IS WS-IxStatus.

DATA DIVISION.
FD IXFILE.
   01 IX-Record.
      05 IX-Key      PIC X(3).
*> The pointer columns of the node line are alternate keys, so the
*> nodes pointing AT a node can be read straight off the file
*> instead of by a full pass (ops 'P'/'Q').
      05 IX-Data.
         10 FILLER      PIC X(7).
         10 IX-LeftKey  PIC X(3).
         10 FILLER      PIC X(2).
         10 IX-RightKey PIC X(3).
         10 FILLER      PIC X(1985).

WORKING-STORAGE SECTION.
01 WS-IxFileName     PIC X(20) VALUE SPACES.
*> whole under the reserved key '***'.  The pointer fields are parsed
*> out of the line at the same columns MAPTBL.CPY's WS-Row overlays,
*> so the two map representations can never drift apart.
*> The left and right pointers are alternate keys.  An index built
*> before they were added has a different key layout on disk and
*> will not open (status '39') - it must be rebuilt from its flat
*> map with MAPIX BUILD before any program can read it again.
    EVALUATE MAPIX-Op
        WHEN 'O'
            MOVE MAPIX-File TO WS-IxFileName
            OPEN INPUT IXFILE
            PERFORM CHECK-KEY-LAYOUT
        WHEN 'L'
            MOVE MAPIX-File TO WS-IxFileName
            OPEN OUTPUT IXFILE
        WHEN 'U'
            MOVE MAPIX-File TO WS-IxFileName
            OPEN I-O IXFILE
            PERFORM CHECK-KEY-LAYOUT
        WHEN 'C'
            CLOSE IXFILE
        WHEN 'W'
            START IXFILE KEY GREATER THAN IX-Key
                INVALID KEY CONTINUE
            END-START
        WHEN 'P'
            MOVE MAPIX-Loc TO IX-LeftKey
            START IXFILE KEY EQUAL IX-LeftKey
                INVALID KEY CONTINUE
            END-START
        WHEN 'Q'
            MOVE MAPIX-Loc TO IX-RightKey
            START IXFILE KEY EQUAL IX-RightKey
                INVALID KEY CONTINUE
            END-START
        WHEN 'N'
            READ IXFILE NEXT
                AT END CONTINUE
        WHEN OTHER
            MOVE '99' TO WS-IxStatus
    END-EVALUATE.
*> '02' is success on a file with duplicate alternate keys: a write
*> or rewrite that repeats another node's pointer, or a read that has
*> more nodes with the same pointer behind it.  Callers see '00'.
    IF WS-IxStatus = '02'
        MOVE '00' TO WS-IxStatus
    END-IF.
    MOVE WS-IxStatus TO MAPIX-Status.
    GOBACK.

    ELSE
        MOVE 1 TO MAPIX-RightCost
    END-IF.

*> Status '39' on open: the file's keys are not the ones declared
*> above, so it predates the pointer keys.  Say so plainly; the
*> caller still sees the status and ends the run.
CHECK-KEY-LAYOUT.
    IF WS-IxStatus = '39'
        DISPLAY "INDEXED MAP " WS-IxFileName
            " HAS AN OLDER KEY LAYOUT - REBUILD WITH MAPIX BUILD"
    END-IF.
