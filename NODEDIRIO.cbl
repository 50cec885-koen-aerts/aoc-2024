IDENTIFICATION DIVISION.
PROGRAM-ID. NODEDIRIO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT NDFILE ASSIGN TO DYNAMIC WS-NdFileName
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS ND-Key
FILE STATUS IS WS-NdStatus.

DATA DIVISION.
FILE SECTION.
FD NDFILE.
   01 ND-Record.
      05 ND-Key      PIC X(3).
      05 ND-Name     PIC X(30).
      05 ND-Region   PIC X(4).
      05 ND-Owner    PIC X(8).
      05 ND-InSvc    PIC X(1).
      05 ND-Changed  PIC X(10).
      05 FILLER      PIC X(24).

WORKING-STORAGE SECTION.
01 WS-NdFileName     PIC X(20) VALUE SPACES.
01 WS-NdStatus       PIC X(2) VALUE SPACES.

LINKAGE SECTION.
COPY "NODEDIRLK.CPY".


PROCEDURE DIVISION USING NDIR-Parm.
MAIN-PROCEDURE.

*> All node-directory I/O for the suite lives here, as MAPIXIO does
*> for the indexed map, so the report programs, NODMAINT and
*> MAPACCPT share one record layout (see NODEDIRLK.CPY for the
*> operation codes).  One record per node code, keyed on the code;
*> the spare bytes at the end leave room for the next attribute
*> without reloading the file.
    EVALUATE NDIR-Op
        WHEN 'O'
            MOVE NDIR-File TO WS-NdFileName
            OPEN INPUT NDFILE
        WHEN 'L'
            MOVE NDIR-File TO WS-NdFileName
            OPEN OUTPUT NDFILE
        WHEN 'U'
            MOVE NDIR-File TO WS-NdFileName
            OPEN I-O NDFILE
        WHEN 'C'
            CLOSE NDFILE
        WHEN 'R'
            MOVE NDIR-Loc TO ND-Key
            READ NDFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM RETURN-ENTRY-FIELDS
            END-READ
        WHEN 'W'
            PERFORM BUILD-ENTRY-RECORD
            WRITE ND-Record
                INVALID KEY CONTINUE
            END-WRITE
        WHEN 'X'
            PERFORM BUILD-ENTRY-RECORD
            REWRITE ND-Record
                INVALID KEY CONTINUE
            END-REWRITE
        WHEN 'E'
            MOVE NDIR-Loc TO ND-Key
            DELETE NDFILE
                INVALID KEY CONTINUE
            END-DELETE
        WHEN 'S'
            MOVE LOW-VALUES TO ND-Key
            START NDFILE KEY NOT LESS THAN ND-Key
                INVALID KEY CONTINUE
            END-START
        WHEN 'N'
            READ NDFILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE ND-Key TO NDIR-Loc
                    PERFORM RETURN-ENTRY-FIELDS
            END-READ
        WHEN OTHER
            MOVE '99' TO WS-NdStatus
    END-EVALUATE.
    MOVE WS-NdStatus TO NDIR-Status.
    GOBACK.

BUILD-ENTRY-RECORD.
    MOVE SPACES TO ND-Record.
    MOVE NDIR-Loc TO ND-Key.
    MOVE NDIR-Name TO ND-Name.
    MOVE NDIR-Region TO ND-Region.
    MOVE NDIR-Owner TO ND-Owner.
    MOVE NDIR-InSvc TO ND-InSvc.
    MOVE NDIR-Changed TO ND-Changed.

RETURN-ENTRY-FIELDS.
    MOVE ND-Name TO NDIR-Name.
    MOVE ND-Region TO NDIR-Region.
    MOVE ND-Owner TO NDIR-Owner.
    MOVE ND-InSvc TO NDIR-InSvc.
    MOVE ND-Changed TO NDIR-Changed.
