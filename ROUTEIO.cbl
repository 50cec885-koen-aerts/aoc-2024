IDENTIFICATION DIVISION.
PROGRAM-ID. ROUTEIO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT RCFILE ASSIGN TO DYNAMIC WS-RcFileName
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS RC-Key
FILE STATUS IS WS-RcStatus.

DATA DIVISION.
FILE SECTION.
FD RCFILE.
   01 RC-Record.
      05 RC-Key      PIC X(8).
      05 RC-From     PIC X(3).
      05 RC-To       PIC X(3).
      05 RC-Desc     PIC X(40).
      05 RC-Owner    PIC X(8).
      05 RC-ExpSteps PIC 9(12).
      05 RC-ExpCost  PIC 9(15).
      05 RC-Active   PIC X(1).
      05 RC-Changed  PIC X(10).
      05 FILLER      PIC X(20).

WORKING-STORAGE SECTION.
01 WS-RcFileName     PIC X(20) VALUE SPACES.
01 WS-RcStatus       PIC X(2) VALUE SPACES.

LINKAGE SECTION.
COPY "ROUTELK.CPY".


PROCEDURE DIVISION USING ROUTE-Parm.
MAIN-PROCEDURE.

*> All route-catalog I/O for the suite lives here, as MAPIXIO does
*> for the indexed map, so TASK081, OUTSIM, TASK084, RUNHIST and
*> RTEMAINT share one record layout (see ROUTELK.CPY for the
*> operation codes).  One record per route, keyed on the route ID.
    EVALUATE ROUTE-Op
        WHEN 'O'
            MOVE ROUTE-File TO WS-RcFileName
            OPEN INPUT RCFILE
        WHEN 'L'
            MOVE ROUTE-File TO WS-RcFileName
            OPEN OUTPUT RCFILE
        WHEN 'U'
            MOVE ROUTE-File TO WS-RcFileName
            OPEN I-O RCFILE
        WHEN 'C'
            CLOSE RCFILE
        WHEN 'R'
            MOVE ROUTE-Id TO RC-Key
            READ RCFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM RETURN-ROUTE-FIELDS
            END-READ
        WHEN 'W'
            PERFORM BUILD-ROUTE-RECORD
            WRITE RC-Record
                INVALID KEY CONTINUE
            END-WRITE
        WHEN 'X'
            PERFORM BUILD-ROUTE-RECORD
            REWRITE RC-Record
                INVALID KEY CONTINUE
            END-REWRITE
        WHEN 'S'
            MOVE LOW-VALUES TO RC-Key
            START RCFILE KEY NOT LESS THAN RC-Key
                INVALID KEY CONTINUE
            END-START
        WHEN 'N'
            READ RCFILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE RC-Key TO ROUTE-Id
                    PERFORM RETURN-ROUTE-FIELDS
            END-READ
        WHEN OTHER
            MOVE '99' TO WS-RcStatus
    END-EVALUATE.
    MOVE WS-RcStatus TO ROUTE-Status.
    GOBACK.

BUILD-ROUTE-RECORD.
    MOVE SPACES TO RC-Record.
    MOVE ROUTE-Id TO RC-Key.
    MOVE ROUTE-From TO RC-From.
    MOVE ROUTE-To TO RC-To.
    MOVE ROUTE-Desc TO RC-Desc.
    MOVE ROUTE-Owner TO RC-Owner.
    MOVE ROUTE-ExpSteps TO RC-ExpSteps.
    MOVE ROUTE-ExpCost TO RC-ExpCost.
    MOVE ROUTE-Active TO RC-Active.
    MOVE ROUTE-Changed TO RC-Changed.

RETURN-ROUTE-FIELDS.
    MOVE RC-From TO ROUTE-From.
    MOVE RC-To TO ROUTE-To.
    MOVE RC-Desc TO ROUTE-Desc.
    MOVE RC-Owner TO ROUTE-Owner.
    MOVE RC-ExpSteps TO ROUTE-ExpSteps.
    MOVE RC-ExpCost TO ROUTE-ExpCost.
    MOVE RC-Active TO ROUTE-Active.
    MOVE RC-Changed TO ROUTE-Changed.
