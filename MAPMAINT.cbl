SELECT FILE1 ASSIGN TO DYNAMIC WS-MapFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-File1Status.
SELECT MAPOUT ASSIGN TO DYNAMIC WS-MapOutFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-MapOutStatus.
   01 Row.
      03 RowVal      PIC X(2000).

FD MAPOUT.
   01 MAPOUT-Record  PIC X(2000).

01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-LoadAbort      PIC A(1) VALUE 'N'.
01 WS-MapFile        PIC X(20) VALUE "map.txt".
01 WS-TrnFile        PIC X(20) VALUE "pendtran.idx".
01 WS-MapOutFile     PIC X(20) VALUE "mapnew.txt".
01 WS-IxMode         PIC X(1) VALUE 'N'.
01 WS-IxFile         PIC X(20) VALUE "map.idx".
01 WS-IxScanEOF      PIC X(1) VALUE 'N'.
01 WS-IxCurKey       PIC X(3) VALUE SPACES.
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-MapOutStatus   PIC X(2) VALUE SPACES.
01 WS-AudStatus      PIC X(2) VALUE SPACES.
01 WS-TrnRecord      PIC X(80) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-AudLine        PIC X(132) VALUE SPACES.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "MAPIXLK.CPY".
COPY "PENDLK.CPY".
COPY "PENDWS.CPY".
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Applies ADD / CHANGE / DELETE node transactions against a map file
*> and writes the updated map plus an audit report of every applied
*> and rejected transaction.  The transactions are the MAPMAINT items
*> on the pending-transactions file that a second operator has
*> approved (MAINTSUB submits them, MAINTAPR approves them - see
*> PENDAPL.CPY); a transaction nobody has approved is never applied.
*> The input map, the pending file and the output map default to
*> map.txt, pendtran.idx and mapnew.txt but can be overridden from
*> the JCL PARM (or command line) as "MAP-FILE PEND-FILE OUT-FILE".
*> Transactions are "ACTION NODE LEFT RIGHT" separated by spaces,
*> e.g. "ADD DDD AAA ZZZ" or "DELETE GGG"; DELETE ignores the
*> pointers.  Each item is marked APPLIED or FAILED on the pending
*> file once the new map is written, and its audit line is followed
*> by the submitter, approver and both timestamps.
*> A transaction that would create a duplicate WS-Loc or a dangling
*> WS-LeftLoc/WS-RightLoc is rejected with a reason on the audit
*> report, never applied silently.
*> A PARM of "INDEXED" ("INDEXED map.idx pendtran.idx", both file
*> names optional) applies the same transaction format directly to
*> an indexed master map through MAPIXIO keyed reads and writes -
*> the path for the regional master, which is far larger than the

    PERFORM APPLY-TRANSACTIONS.
    PERFORM WRITE-NEW-MAP.
    PERFORM MARK-PENDING-OUTCOMES.

    DISPLAY "MAPMAINT: " WS-AppliedCount " APPLIED, "
        WS-RejectCount " REJECTED, NEW MAP IS " WS-MapOutFile.
    PERFORM APPLY-TRANSACTIONS.
    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    PERFORM MARK-PENDING-OUTCOMES.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "PEND.CPY".

COPY "PENDAPL.CPY".

*> The audit file is opened EXTEND like every other maintenance
*> program's: MAINTSUB and MAINTAPR write the submit and approval
*> half of each item's trail to it before this run writes the
*> outcome, and an OUTPUT open would wipe that half.
APPLY-TRANSACTIONS.
    MOVE "MAPMAINT" TO WS-PndTarget.
    PERFORM OPEN-PENDING-FILE.
    OPEN EXTEND AUDFILE.
    IF WS-AudStatus = '35'
        OPEN OUTPUT AUDFILE
        CLOSE AUDFILE
        OPEN EXTEND AUDFILE
    END-IF.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    PERFORM APPLY-APPROVED-PENDING.
    MOVE SPACES TO WS-AudLine.
    STRING "TOTALS APPLIED=" DELIMITED SIZE
        WS-AppliedCount DELIMITED SIZE
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    CLOSE AUDFILE.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-TrnAction
*> the left and right branch ("ADD DDD AAA ZZZ 5 120"); without them
*> an ADD gets cost 1 on both branches and a CHANGE keeps the
*> node's existing costs.
    UNSTRING WS-TrnRecord DELIMITED BY ALL SPACE
        INTO WS-TrnAction WS-TrnLocTok WS-TrnLeftTok WS-TrnRightTok
            WS-TrnLCostTok WS-TrnRCostTok.
    MOVE WS-TrnLocTok(1:3) TO WS-TrnLoc.
        WRITE MAPOUT-Record
        SET RowId UP BY 1
    END-PERFORM.
*> The delivery closes with its control-total trailer, totalled from
*> the table as written (see MAPTRLWS.CPY).
    PERFORM TOTAL-LOADED-MAP.
    PERFORM BUILD-TRAILER-RECORD.
    MOVE WS-TrlRec TO MAPOUT-Record.
    WRITE MAPOUT-Record.
    CLOSE MAPOUT.
