*> PENDWS.CPY - working storage for the shared pending-transaction
*> paragraphs (PEND.CPY, and PENDAPL.CPY in the maintenance programs
*> that apply approved items).  Needs PENDLK.CPY declared as well.
*> WS-PndStamp is the YYYY-MM-DD-HH.MM.SS timestamp PEND-STAMP
*> builds, the same shape as the run log's START=/END= stamps.
*> WS-PndOutcome is the state the audit detail line reports.
01 WS-PndFile        PIC X(20) VALUE "pendtran.idx".
01 WS-PndTarget      PIC X(8) VALUE SPACES.
01 WS-PndOutcome     PIC X(8) VALUE SPACES.
01 WS-PndStamp       PIC X(19) VALUE SPACES.
01 WS-PndDateRaw     PIC 9(8) VALUE 0.
01 WS-PndDateNum     PIC X(8) VALUE SPACES.
01 WS-PndTimeRaw     PIC 9(8) VALUE 0.
01 WS-PndTimeNum     PIC X(8) VALUE SPACES.
01 WS-PndEOF         PIC X(1) VALUE 'N'.
*> The approved items one maintenance run took, and what became of
*> each, held until the run's map output is safely written - only
*> then are the items marked APPLIED or FAILED on the pending file,
*> so a run that dies part way leaves them APPROVED for the rerun.
01 WS-PndMax         PIC 9(4) VALUE 500.
01 WS-PndTaken       PIC 9(4) VALUE 0.
01 WS-PndLeft        PIC 9(5) VALUE 0.
01 WS-PndSub         PIC 9(4) VALUE 0.
01 WS-PndUnmarked    PIC 9(4) VALUE 0.
01 WS-PndTable.
   05 WS-PndEntry OCCURS 500 TIMES.
      10 WS-PndEntId     PIC 9(6).
      10 WS-PndEntState  PIC X(8).
      10 WS-PndEntReason PIC X(40).
