IDENTIFICATION DIVISION.
PROGRAM-ID. MAPGENIO.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT MGFILE ASSIGN TO DYNAMIC WS-MgFileName
ORGANIZATION IS INDEXED
ACCESS MODE IS DYNAMIC
RECORD KEY IS MG-Key
FILE STATUS IS WS-MgStatus.

DATA DIVISION.
FILE SECTION.
FD MGFILE.
   01 MG-Record.
      05 MG-Key        PIC 9(6).
      05 MG-State      PIC X(10).
      05 MG-Source     PIC X(20).
      05 MG-LibFile    PIC X(20).
      05 MG-AccFile    PIC X(20).
      05 MG-LiveFile   PIC X(20).
      05 MG-LiveIx     PIC X(20).
      05 MG-Verdict    PIC X(4).
      05 MG-AccRunDate PIC X(10).
      05 MG-AccAsOf    PIC X(10).
      05 MG-Nodes      PIC 9(9).
      05 MG-Hash       PIC 9(15).
      05 MG-DirLen     PIC 9(4).
      05 MG-PromoteTs  PIC X(19).
      05 MG-Promoter   PIC X(8).
      05 MG-LiveTs     PIC X(19).
      05 MG-LiveBy     PIC X(8).
      05 MG-OutTs      PIC X(19).
      05 MG-OutBy      PIC X(8).
      05 MG-Reason     PIC X(40).
      05 MG-Keyed      PIC X(1).
      05 FILLER        PIC X(19).

WORKING-STORAGE SECTION.
01 WS-MgFileName     PIC X(20) VALUE SPACES.
01 WS-MgStatus       PIC X(2) VALUE SPACES.

LINKAGE SECTION.
COPY "MAPGENLK.CPY".


PROCEDURE DIVISION USING MAPGEN-Parm.
MAIN-PROCEDURE.

*> All map-generation catalog I/O for the suite lives here, as
*> ROUTEIO does for the route catalog, so MAPLIB and every program
*> that stamps its records with the live generation share one record
*> layout (see MAPGENLK.CPY for the operation codes).  One record per
*> generation, keyed on the generation number.
    EVALUATE MAPGEN-Op
        WHEN 'O'
            MOVE MAPGEN-File TO WS-MgFileName
            OPEN INPUT MGFILE
        WHEN 'L'
            MOVE MAPGEN-File TO WS-MgFileName
            OPEN OUTPUT MGFILE
        WHEN 'U'
            MOVE MAPGEN-File TO WS-MgFileName
            OPEN I-O MGFILE
        WHEN 'C'
            CLOSE MGFILE
        WHEN 'R'
            MOVE MAPGEN-Id TO MG-Key
            READ MGFILE
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM RETURN-GEN-FIELDS
            END-READ
        WHEN 'W'
            PERFORM BUILD-GEN-RECORD
            WRITE MG-Record
                INVALID KEY CONTINUE
            END-WRITE
        WHEN 'X'
            PERFORM BUILD-GEN-RECORD
            REWRITE MG-Record
                INVALID KEY CONTINUE
            END-REWRITE
        WHEN 'S'
            MOVE 0 TO MG-Key
            START MGFILE KEY NOT LESS THAN MG-Key
                INVALID KEY CONTINUE
            END-START
        WHEN 'N'
            READ MGFILE NEXT
                AT END CONTINUE
                NOT AT END
                    MOVE MG-Key TO MAPGEN-Id
                    PERFORM RETURN-GEN-FIELDS
            END-READ
        WHEN OTHER
            MOVE '99' TO WS-MgStatus
    END-EVALUATE.
    MOVE WS-MgStatus TO MAPGEN-Status.
    GOBACK.

BUILD-GEN-RECORD.
    MOVE SPACES TO MG-Record.
    MOVE MAPGEN-Id TO MG-Key.
    MOVE MAPGEN-State TO MG-State.
    MOVE MAPGEN-Source TO MG-Source.
    MOVE MAPGEN-LibFile TO MG-LibFile.
    MOVE MAPGEN-AccFile TO MG-AccFile.
    MOVE MAPGEN-LiveFile TO MG-LiveFile.
    MOVE MAPGEN-LiveIx TO MG-LiveIx.
    MOVE MAPGEN-Verdict TO MG-Verdict.
    MOVE MAPGEN-AccRunDate TO MG-AccRunDate.
    MOVE MAPGEN-AccAsOf TO MG-AccAsOf.
    MOVE MAPGEN-Nodes TO MG-Nodes.
    MOVE MAPGEN-Hash TO MG-Hash.
    MOVE MAPGEN-DirLen TO MG-DirLen.
    MOVE MAPGEN-PromoteTs TO MG-PromoteTs.
    MOVE MAPGEN-Promoter TO MG-Promoter.
    MOVE MAPGEN-LiveTs TO MG-LiveTs.
    MOVE MAPGEN-LiveBy TO MG-LiveBy.
    MOVE MAPGEN-OutTs TO MG-OutTs.
    MOVE MAPGEN-OutBy TO MG-OutBy.
    MOVE MAPGEN-Reason TO MG-Reason.
    MOVE MAPGEN-Keyed TO MG-Keyed.

RETURN-GEN-FIELDS.
    MOVE MG-State TO MAPGEN-State.
    MOVE MG-Source TO MAPGEN-Source.
    MOVE MG-LibFile TO MAPGEN-LibFile.
    MOVE MG-AccFile TO MAPGEN-AccFile.
    MOVE MG-LiveFile TO MAPGEN-LiveFile.
    MOVE MG-LiveIx TO MAPGEN-LiveIx.
    MOVE MG-Verdict TO MAPGEN-Verdict.
    MOVE MG-AccRunDate TO MAPGEN-AccRunDate.
    MOVE MG-AccAsOf TO MAPGEN-AccAsOf.
    MOVE MG-Nodes TO MAPGEN-Nodes.
    MOVE MG-Hash TO MAPGEN-Hash.
    MOVE MG-DirLen TO MAPGEN-DirLen.
    MOVE MG-PromoteTs TO MAPGEN-PromoteTs.
    MOVE MG-Promoter TO MAPGEN-Promoter.
    MOVE MG-LiveTs TO MAPGEN-LiveTs.
    MOVE MG-LiveBy TO MAPGEN-LiveBy.
    MOVE MG-OutTs TO MAPGEN-OutTs.
    MOVE MG-OutBy TO MAPGEN-OutBy.
    MOVE MG-Reason TO MAPGEN-Reason.
    MOVE MG-Keyed TO MAPGEN-Keyed.
