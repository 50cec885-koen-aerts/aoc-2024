IDENTIFICATION DIVISION.
PROGRAM-ID. PENDIO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT PTFILE ASSIGN TO DYNAMIC WS-PtFileName
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS PT-Key
FILE STATUS IS WS-PtStatus.

DATA DIVISION.
FILE SECTION.
FD PTFILE.
   01 PT-Record.
      05 PT-Key       PIC 9(6).
      05 PT-Target    PIC X(8).
      05 PT-State     PIC X(8).
      05 PT-Submitter PIC X(8).
      05 PT-SubmitTs  PIC X(19).
      05 PT-Approver  PIC X(8).
      05 PT-ApproveTs PIC X(19).
      05 PT-DoneTs    PIC X(19).
      05 PT-Reason    PIC X(40).
      05 PT-Text      PIC X(2080).
      05 FILLER       PIC X(20).

WORKING-STORAGE SECTION.
01 WS-PtFileName     PIC X(20) VALUE SPACES.
01 WS-PtStatus       PIC X(2) VALUE SPACES.

LINKAGE SECTION.
COPY "PENDLK.CPY".


PROCEDURE DIVISION USING PEND-Parm.
MAIN-PROCEDURE.

*> All pending-transaction I/O for the suite lives here, as MAPIXIO
*> does for the indexed map, so MAINTSUB, MAINTAPR, MAPMAINT and
*> DIRMAINT share one record layout (see PENDLK.CPY for the
*> operation codes).  One record per submitted transaction, keyed on
*> its pending item number.
    EVALUATE PEND-Op
        WHEN 'O'
            MOVE PEND-File TO WS-PtFileName
            OPEN INPUT PTFILE
        WHEN 'L'
            MOVE PEND-File TO WS-PtFileName
            OPEN OUTPUT PTFILE
        WHEN 'U'
            MOVE PEND-File TO WS-PtFileName
            OPEN I-O PTFILE
        WHEN 'C'
            CLOSE PTFILE
        WHEN 'R'
            MOVE PEND-Id TO PT-Key
            READ PTFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM RETURN-PENDING-FIELDS
            END-READ
        WHEN 'W'
            PERFORM BUILD-PENDING-RECORD
            WRITE PT-Record
                INVALID KEY CONTINUE
            END-WRITE
        WHEN 'X'
            PERFORM BUILD-PENDING-RECORD
            REWRITE PT-Record
                INVALID KEY CONTINUE
            END-REWRITE
        WHEN 'S'
            MOVE 0 TO PT-Key
            START PTFILE KEY NOT LESS THAN PT-Key
                INVALID KEY CONTINUE
            END-START
        WHEN 'N'
            READ PTFILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE PT-Key TO PEND-Id
                    PERFORM RETURN-PENDING-FIELDS
            END-READ
        WHEN OTHER
            MOVE '99' TO WS-PtStatus
    END-EVALUATE.
    MOVE WS-PtStatus TO PEND-Status.
    GOBACK.

BUILD-PENDING-RECORD.
    MOVE SPACES TO PT-Record.
    MOVE PEND-Id TO PT-Key.
    MOVE PEND-Target TO PT-Target.
    MOVE PEND-State TO PT-State.
    MOVE PEND-Submitter TO PT-Submitter.
    MOVE PEND-SubmitTs TO PT-SubmitTs.
    MOVE PEND-Approver TO PT-Approver.
    MOVE PEND-ApproveTs TO PT-ApproveTs.
    MOVE PEND-DoneTs TO PT-DoneTs.
    MOVE PEND-Reason TO PT-Reason.
    MOVE PEND-Text TO PT-Text.

RETURN-PENDING-FIELDS.
    MOVE PT-Target TO PEND-Target.
    MOVE PT-State TO PEND-State.
    MOVE PT-Submitter TO PEND-Submitter.
    MOVE PT-SubmitTs TO PEND-SubmitTs.
    MOVE PT-Approver TO PEND-Approver.
    MOVE PT-ApproveTs TO PEND-ApproveTs.
    MOVE PT-DoneTs TO PEND-DoneTs.
    MOVE PT-Reason TO PEND-Reason.
    MOVE PT-Text TO PEND-Text.
