*> PEND.CPY - shared pending-transaction paragraphs for MAINTSUB,
*> MAINTAPR, MAPMAINT and DIRMAINT.  Needs PENDLK.CPY and
*> PENDWS.CPY declared, and the caller's maintaud.txt audit file
*> (AUD-Record) open with WS-AudLine as its line buffer.

PEND-STAMP.
    ACCEPT WS-PndDateRaw FROM DATE YYYYMMDD.
    MOVE WS-PndDateRaw TO WS-PndDateNum.
    ACCEPT WS-PndTimeRaw FROM TIME.
    MOVE WS-PndTimeRaw TO WS-PndTimeNum.
    MOVE SPACES TO WS-PndStamp.
    STRING WS-PndDateNum(1:4) "-" WS-PndDateNum(5:2) "-"
        WS-PndDateNum(7:2) "-" WS-PndTimeNum(1:2) "."
        WS-PndTimeNum(3:2) "." WS-PndTimeNum(5:2)
        DELIMITED SIZE INTO WS-PndStamp.

*> The line that follows every audit line about a pending item: who
*> submitted it and when, who decided on it and when, and the state
*> it has reached (WS-PndOutcome).  Every field is STRINGed
*> DELIMITED SIZE, so the columns are the same on every line and a
*> blank approver still holds its place.
WRITE-PEND-AUDIT-DETAIL.
    MOVE SPACES TO WS-AudLine.
    STRING "    PENDID=" DELIMITED SIZE
        PEND-Id DELIMITED SIZE
        " SUBMITTER=" DELIMITED SIZE
        PEND-Submitter DELIMITED SIZE
        " SUBMITTED=" DELIMITED SIZE
        PEND-SubmitTs DELIMITED SIZE
        " APPROVER=" DELIMITED SIZE
        PEND-Approver DELIMITED SIZE
        " DECIDED=" DELIMITED SIZE
        PEND-ApproveTs DELIMITED SIZE
        " OUTCOME=" DELIMITED SIZE
        WS-PndOutcome DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
