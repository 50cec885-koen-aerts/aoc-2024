SELECT FILE1 ASSIGN TO DYNAMIC WS-MapFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-File1Status.
SELECT AUDFILE ASSIGN TO "maintaud.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-AudStatus.
   01 Row.
      03 RowVal      PIC X(2000).

FD AUDFILE.
   01 AUD-Record     PIC X(132).

01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-LoadAbort      PIC A(1) VALUE 'N'.
01 WS-MapFile        PIC X(20) VALUE "map.txt".
01 WS-TrnFile        PIC X(20) VALUE "pendtran.idx".
01 WS-IxFile         PIC X(20) VALUE "map.idx".
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-AudStatus      PIC X(2) VALUE SPACES.
01 WS-TrnRecord      PIC X(2080) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(20) VALUE SPACES.
01 WS-AppliedCount   PIC 9(5) VALUE 0.
01 WS-RejectCount    PIC 9(5) VALUE 0.
01 WS-IxSkip         PIC X(1) VALUE 'N'.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-AudLine        PIC X(132) VALUE SPACES.
COPY "DIRTRNWS.CPY".
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "MAPIXLK.CPY".
COPY "PENDLK.CPY".
COPY "PENDWS.CPY".
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Maintenance for the one part of the map MAPMAINT's node
*> transactions never covered: the direction line.  Applies
*> REPLACE / APPEND transactions against WS-Dir, with
*> each result validated to be nothing but L and R characters within
*> WS-Dir's PIC X(2000) capacity, writes an audit line per change to
*> maintaud.txt, and then applies the final line to BOTH the flat
*> map and the indexed master's reserved '***' record through
*> MAPIXIO, so map.txt and map.idx can never carry different
*> instruction strings.  The transactions are the DIRMAINT items on
*> the pending-transactions file that a second operator has approved
*> (MAINTSUB submits them, MAINTAPR approves them - see PENDAPL.CPY),
*> each marked APPLIED or FAILED there once both copies of the map
*> are written.  The map, the pending file and the indexed map
*> default to map.txt, pendtran.idx and map.idx but can be
*> overridden from the JCL PARM (or command line) as
*> "MAP-FILE PEND-FILE IX-FILE".  Transactions are
*> "REPLACE LRLR..." or "APPEND LRLR...".  An indexed map that is
*> not present is noted and skipped - nothing can drift when there
*> is no second copy - but any other trouble with it stops the run
        PERFORM UPDATE-INDEXED-DIR
        PERFORM WRITE-MAP-FILE
    END-IF.
    PERFORM MARK-PENDING-OUTCOMES.

    DISPLAY "DIRMAINT: " WS-AppliedCount " APPLIED, "
        WS-RejectCount " REJECTED".

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "PEND.CPY".

COPY "PENDAPL.CPY".

COPY "DIRTRN.CPY".

APPLY-TRANSACTIONS.
    MOVE "DIRMAINT" TO WS-PndTarget.
    PERFORM OPEN-PENDING-FILE.
*> The audit file is opened EXTEND: direction changes are rare
*> one-line events and must not wipe the node-transaction audit a
*> MAPMAINT run left earlier the same day, nor the submit and
*> approval trail MAINTSUB and MAINTAPR wrote for these items.
    OPEN EXTEND AUDFILE.
    IF WS-AudStatus = '35'
        OPEN OUTPUT AUDFILE
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
    PERFORM APPLY-DIRECTION-TRANSACTION.
    IF WS-TrnReject = 'Y'
        SET WS-RejectCount UP BY 1
    ELSE
    END-IF.
    PERFORM WRITE-AUDIT-LINE.

WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-AudLine.
    IF WS-TrnReject = 'Y'
*> separator and the node records regenerated from the loaded table,
*> the same line formats MAPMAINT's WRITE-NEW-MAP produces - nodes
*> whose branches both cost the default 1 write in the classic
*> format so a map that never had costs round-trips unchanged.  The
*> control-total trailer is refreshed from the table as written.
WRITE-MAP-FILE.
    OPEN OUTPUT FILE1.
    IF WS-File1Status NOT = '00'
        WRITE Row
        SET RowId UP BY 1
    END-PERFORM.
    PERFORM TOTAL-LOADED-MAP.
    PERFORM BUILD-TRAILER-RECORD.
    MOVE WS-TrlRec TO Row.
    WRITE Row.
    CLOSE FILE1.
