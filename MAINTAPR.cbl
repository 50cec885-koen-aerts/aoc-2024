IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTAPR.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT DECFILE ASSIGN TO DYNAMIC WS-DecFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-DecStatus.
SELECT AUDFILE ASSIGN TO "maintaud.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-AudStatus.
SELECT RPTFILE ASSIGN TO "pendrpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RptStatus.

DATA DIVISION.
FILE SECTION.
FD DECFILE.
   01 DEC-Record     PIC X(80).

FD AUDFILE.
   01 AUD-Record     PIC X(132).

FD RPTFILE.
   01 RPT-Record     PIC X(132).


WORKING-STORAGE SECTION.
01 WS-DecFile        PIC X(20) VALUE "maintdec.txt".
01 WS-DecStatus      PIC X(2) VALUE SPACES.
01 WS-AudStatus      PIC X(2) VALUE SPACES.
01 WS-RptStatus      PIC X(2) VALUE SPACES.
01 WS-DecEOF         PIC X(1) VALUE 'N'.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(20) VALUE SPACES.
01 WS-ParmTok4       PIC X(20) VALUE SPACES.
01 WS-Approver       PIC X(8) VALUE SPACES.
01 WS-ExpDays        PIC 9(5) VALUE 7.
01 WS-DecAction      PIC X(10) VALUE SPACES.
*> The item number is taken a character wider than the key so an
*> over-long number is refused instead of being silently truncated.
01 WS-DecIdTok       PIC X(7) VALUE SPACES.
01 WS-DecPtr         PIC 9(3) VALUE 0.
01 WS-DecReason      PIC X(40) VALUE SPACES.
01 WS-DecId          PIC 9(6) VALUE 0.
01 WS-DecReject      PIC X(1) VALUE 'N'.
01 WS-DecFound       PIC X(1) VALUE 'N'.
01 WS-DecRefusal     PIC X(40) VALUE SPACES.
*> Numeric token edit (EDIT-NUMBER-TOKEN): the token, the most
*> digits its field holds, and the value it came to.
01 WS-NumTok         PIC X(20) VALUE SPACES.
01 WS-NumMax         PIC 9(3) VALUE 0.
01 WS-NumVal         PIC 9(6) VALUE 0.
01 WS-NumDigit       PIC 9(1) VALUE 0.
01 WS-NumBad         PIC X(1) VALUE 'N'.
01 WS-NumSub         PIC 9(3) VALUE 0.
01 WS-ApprovedCount  PIC 9(5) VALUE 0.
01 WS-RejectedCount  PIC 9(5) VALUE 0.
01 WS-RefusedCount   PIC 9(5) VALUE 0.
01 WS-ExpiredCount   PIC 9(5) VALUE 0.
01 WS-AwaitCount     PIC 9(5) VALUE 0.
01 WS-ToApplyCount   PIC 9(5) VALUE 0.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
*> Cutoff work fields: the cutoff is the run date walked back one
*> day at a time WS-ExpDays times, as ARCHPURG does for retention.
01 WS-CutY           PIC 9(4) VALUE 0.
01 WS-CutMo          PIC 9(2) VALUE 0.
01 WS-CutD           PIC 9(2) VALUE 0.
01 WS-CutDate        PIC X(10) VALUE SPACES.
01 WS-LeapRem4       PIC 9(4) VALUE 0.
01 WS-LeapRem100     PIC 9(4) VALUE 0.
01 WS-LeapRem400     PIC 9(4) VALUE 0.
01 WS-LeapQuot       PIC 9(4) VALUE 0.
01 WS-MonLen         PIC 9(2) VALUE 0.
01 WS-AudLine        PIC X(132) VALUE SPACES.
01 WS-RptLine        PIC X(132) VALUE SPACES.
COPY "PENDLK.CPY".
COPY "PENDWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> The checker half of map maintenance: the approval run for the
*> PENDING items MAINTSUB filed on the pending-transactions file.
*> The JCL PARM (or command line) is
*> "APPROVER [DECISION-FILE] [EXPIRE-DAYS] [PEND-FILE]"; APPROVER is
*> the operator ID making the decisions and is required, and the
*> rest default to maintdec.txt, 7 and pendtran.idx.  The decision
*> file holds one line per item,
*>   APPROVE nnnnnn
*>   REJECT  nnnnnn [reason]
*> naming the item by its pending number.  An item can only be
*> decided while it is PENDING, and an operator may never approve an
*> item they submitted themselves - that refusal is the whole point
*> of the run.  (Rejecting one's own item is allowed: it withdraws
*> it.)  Before any decision is taken, every item still PENDING
*> that was submitted before the cutoff - the run date less
*> EXPIRE-DAYS days - is marked EXPIRED, so a stale change cannot be
*> waved through long after anyone remembers why it was asked for.
*> The run appends its trail to maintaud.txt - every decision,
*> refusal and expiry, each with the item's submitter, approver and
*> both timestamps - and writes pendrpt.txt: the items expired by
*> this run, the items still waiting for a decision, and the
*> approved items waiting for MAPMAINT or DIRMAINT.  A missing
*> decision file just means nothing was decided today; the expiry
*> and the listing still run.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3 WS-ParmTok4
    END-IF.
    IF WS-ParmTok1 = SPACES OR WS-ParmTok1(9:1) NOT = SPACE
        DISPLAY "PARM MUST BE APPROVER [DECISION-FILE]"
            " [EXPIRE-DAYS] [PEND-FILE] - APPROVER 1 TO 8 CHARACTERS"
        STOP RUN
    END-IF.
    MOVE WS-ParmTok1 TO WS-Approver.
    IF WS-ParmTok2 NOT = SPACES
        MOVE WS-ParmTok2 TO WS-DecFile
    END-IF.
    IF WS-ParmTok3 NOT = SPACES
        MOVE WS-ParmTok3 TO WS-NumTok
        MOVE 5 TO WS-NumMax
        PERFORM EDIT-NUMBER-TOKEN
        IF WS-NumBad = 'Y'
            DISPLAY "INVALID EXPIRE-DAYS '" WS-ParmTok3
                "' - MUST BE NUMERIC"
            STOP RUN
        END-IF
        MOVE WS-NumVal TO WS-ExpDays
    END-IF.
    IF WS-ParmTok4 NOT = SPACES
        MOVE WS-ParmTok4 TO WS-PndFile
    END-IF.

    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    PERFORM COMPUTE-CUTOFF-DATE.

    MOVE 'U' TO PEND-Op.
    MOVE WS-PndFile TO PEND-File.
    CALL "PENDIO" USING PEND-Parm.
    IF PEND-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-PndFile
            ', FILE STATUS ' PEND-Status
        STOP RUN
    END-IF.
    OPEN EXTEND AUDFILE.
    IF WS-AudStatus = '35'
        OPEN OUTPUT AUDFILE
        CLOSE AUDFILE
        OPEN EXTEND AUDFILE
    END-IF.
    OPEN OUTPUT RPTFILE.
    MOVE SPACES TO WS-AudLine.
    STRING "MAINTAPR RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " APPROVER=" DELIMITED SIZE
        WS-Approver DELIMITED SIZE
        " DECISIONS=" DELIMITED SIZE
        WS-DecFile DELIMITED SIZE
        " EXPIRE=" DELIMITED SIZE
        WS-ExpDays DELIMITED SIZE
        " CUTOFF=" DELIMITED SIZE
        WS-CutDate DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    MOVE WS-AudLine TO WS-RptLine.
    PERFORM WRITE-RPT-LINE.

    PERFORM EXPIRE-STALE-ITEMS.
    PERFORM APPLY-DECISIONS.
    PERFORM LIST-OPEN-ITEMS.

    MOVE SPACES TO WS-AudLine.
    STRING "TOTALS APPROVED=" DELIMITED SIZE
        WS-ApprovedCount DELIMITED SIZE
        " REJECTED=" DELIMITED SIZE
        WS-RejectedCount DELIMITED SIZE
        " REFUSED=" DELIMITED SIZE
        WS-RefusedCount DELIMITED SIZE
        " EXPIRED=" DELIMITED SIZE
        WS-ExpiredCount DELIMITED SIZE
        " AWAITING=" DELIMITED SIZE
        WS-AwaitCount DELIMITED SIZE
        " TOAPPLY=" DELIMITED SIZE
        WS-ToApplyCount DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    MOVE WS-AudLine TO WS-RptLine.
    PERFORM WRITE-RPT-LINE.
    CLOSE RPTFILE.
    CLOSE AUDFILE.
    MOVE 'C' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.

    DISPLAY "MAINTAPR: " WS-ApprovedCount " APPROVED, "
        WS-RejectedCount " REJECTED, " WS-RefusedCount " REFUSED, "
        WS-ExpiredCount " EXPIRED, " WS-AwaitCount " AWAITING".

    STOP RUN.

COMPUTE-CUTOFF-DATE.
    MOVE WS-RunDate(1:4) TO WS-CutY.
    MOVE WS-RunDate(6:2) TO WS-CutMo.
    MOVE WS-RunDate(9:2) TO WS-CutD.
    PERFORM BACK-ONE-DAY WS-ExpDays TIMES.
    MOVE SPACES TO WS-CutDate.
    STRING WS-CutY "-" WS-CutMo "-" WS-CutD
        DELIMITED SIZE INTO WS-CutDate.

BACK-ONE-DAY.
    IF WS-CutD > 1
        SUBTRACT 1 FROM WS-CutD
    ELSE
        IF WS-CutMo = 1
            MOVE 12 TO WS-CutMo
            SUBTRACT 1 FROM WS-CutY
        ELSE
            SUBTRACT 1 FROM WS-CutMo
        END-IF
        PERFORM SET-MONTH-LENGTH
        MOVE WS-MonLen TO WS-CutD
    END-IF.

SET-MONTH-LENGTH.
    EVALUATE WS-CutMo
        WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
            MOVE 31 TO WS-MonLen
        WHEN 4 WHEN 6 WHEN 9 WHEN 11
            MOVE 30 TO WS-MonLen
        WHEN 2
            DIVIDE WS-CutY BY 4 GIVING WS-LeapQuot
                REMAINDER WS-LeapRem4
            DIVIDE WS-CutY BY 100 GIVING WS-LeapQuot
                REMAINDER WS-LeapRem100
            DIVIDE WS-CutY BY 400 GIVING WS-LeapQuot
                REMAINDER WS-LeapRem400
            IF WS-LeapRem400 = 0
                OR (WS-LeapRem4 = 0 AND WS-LeapRem100 NOT = 0)
                MOVE 29 TO WS-MonLen
            ELSE
                MOVE 28 TO WS-MonLen
            END-IF
    END-EVALUATE.

*> A numeric token is one digit up to WS-NumMax digits; anything
*> longer or not numeric sets WS-NumBad.
EDIT-NUMBER-TOKEN.
    MOVE 0 TO WS-NumVal.
    MOVE 'N' TO WS-NumBad.
    IF WS-NumTok = SPACES
        OR WS-NumTok(WS-NumMax + 1:1) NOT = SPACE
        MOVE 'Y' TO WS-NumBad
    END-IF.
    MOVE 1 TO WS-NumSub.
    PERFORM UNTIL WS-NumSub > WS-NumMax
        OR WS-NumTok(WS-NumSub:1) = SPACE
        OR WS-NumBad = 'Y'
        IF WS-NumTok(WS-NumSub:1) IS NUMERIC
            MOVE WS-NumTok(WS-NumSub:1) TO WS-NumDigit
            COMPUTE WS-NumVal = WS-NumVal * 10 + WS-NumDigit
            SET WS-NumSub UP BY 1
        ELSE
            MOVE 'Y' TO WS-NumBad
        END-IF
    END-PERFORM.

*> One pass in item order; an item is rewritten in place as soon as
*> it is read, and the pass only ever reads forward, so no item is
*> seen twice.
EXPIRE-STALE-ITEMS.
    PERFORM PEND-STAMP.
    MOVE 'N' TO WS-PndEOF.
    MOVE 'S' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    PERFORM UNTIL WS-PndEOF = 'Y'
        MOVE 'N' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-PndEOF
        ELSE
            IF PEND-State = "PENDING"
                AND PEND-SubmitTs(1:10) < WS-CutDate
                PERFORM EXPIRE-ONE-ITEM
            END-IF
        END-IF
    END-PERFORM.

EXPIRE-ONE-ITEM.
    MOVE "EXPIRED" TO PEND-State.
    MOVE SPACES TO PEND-Reason.
    STRING "NOT DECIDED WITHIN " WS-ExpDays " DAYS"
        DELIMITED SIZE INTO PEND-Reason.
    MOVE WS-PndStamp TO PEND-DoneTs.
    MOVE 'X' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    MOVE SPACES TO WS-AudLine.
    IF PEND-Status NOT = '00'
        STRING "NOT EXPIRED " DELIMITED SIZE
            PEND-Id DELIMITED SIZE
            " " DELIMITED SIZE
            PEND-Target DELIMITED SIZE
            " REASON=PENDING REWRITE FAILED, STATUS " DELIMITED SIZE
            PEND-Status DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
        EXIT PARAGRAPH
    END-IF.
    SET WS-ExpiredCount UP BY 1.
    STRING "EXPIRED  " DELIMITED SIZE
        PEND-Target DELIMITED SIZE
        " " DELIMITED SIZE
        PEND-Text(1:100) DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    MOVE "EXPIRED" TO WS-PndOutcome.
    PERFORM WRITE-PEND-AUDIT-DETAIL.
    MOVE "EXPIRED " TO WS-RptLine.
    PERFORM WRITE-ITEM-RPT-LINE.

APPLY-DECISIONS.
    OPEN INPUT DECFILE.
    IF WS-DecStatus = '35'
        MOVE SPACES TO WS-AudLine
        STRING "NO DECISION FILE " DELIMITED SIZE
            WS-DecFile DELIMITED SIZE
            " - NOTHING DECIDED THIS RUN" DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
        EXIT PARAGRAPH
    END-IF.
    IF WS-DecStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-DecFile
            ', FILE STATUS ' WS-DecStatus
        CLOSE AUDFILE
        CLOSE RPTFILE
        MOVE 'C' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-DecEOF = 'Y'
        READ DECFILE
            AT END
                MOVE 'Y' TO WS-DecEOF
            NOT AT END
                IF DEC-Record NOT = SPACES
                    PERFORM APPLY-ONE-DECISION
                END-IF
        END-READ
    END-PERFORM.
    CLOSE DECFILE.

APPLY-ONE-DECISION.
    MOVE SPACES TO WS-DecAction WS-DecIdTok WS-DecReason.
    MOVE 1 TO WS-DecPtr.
    UNSTRING DEC-Record DELIMITED BY ALL SPACE
        INTO WS-DecAction WS-DecIdTok
        WITH POINTER WS-DecPtr.
    IF WS-DecPtr <= 80
        MOVE DEC-Record(WS-DecPtr:) TO WS-DecReason
    END-IF.
    MOVE 'N' TO WS-DecReject.
    MOVE 'N' TO WS-DecFound.
    MOVE SPACES TO WS-DecRefusal.
    MOVE 0 TO WS-DecId.
    IF WS-DecAction NOT = "APPROVE" AND WS-DecAction NOT = "REJECT"
        MOVE 'Y' TO WS-DecReject
        MOVE "UNKNOWN ACTION" TO WS-DecRefusal
    END-IF.
    IF WS-DecReject = 'N'
        MOVE WS-DecIdTok TO WS-NumTok
        MOVE 6 TO WS-NumMax
        PERFORM EDIT-NUMBER-TOKEN
        IF WS-NumBad = 'Y'
            MOVE 'Y' TO WS-DecReject
            MOVE "INVALID PENDING ITEM NUMBER" TO WS-DecRefusal
        ELSE
            MOVE WS-NumVal TO WS-DecId
        END-IF
    END-IF.
    IF WS-DecReject = 'N'
        MOVE 'R' TO PEND-Op
        MOVE WS-DecId TO PEND-Id
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status = '00'
            MOVE 'Y' TO WS-DecFound
        ELSE
            MOVE 'Y' TO WS-DecReject
            MOVE "PENDING ITEM NOT FOUND" TO WS-DecRefusal
        END-IF
    END-IF.
    IF WS-DecReject = 'N' AND PEND-State NOT = "PENDING"
        MOVE 'Y' TO WS-DecReject
        STRING "ITEM IS ALREADY " PEND-State
            DELIMITED SIZE INTO WS-DecRefusal
    END-IF.
    IF WS-DecReject = 'N' AND WS-DecAction = "APPROVE"
        AND PEND-Submitter = WS-Approver
        MOVE 'Y' TO WS-DecReject
        MOVE "APPROVER IS THE SUBMITTER" TO WS-DecRefusal
    END-IF.
    IF WS-DecReject = 'Y'
        PERFORM WRITE-REFUSAL
    ELSE
        PERFORM RECORD-DECISION
    END-IF.

RECORD-DECISION.
    PERFORM PEND-STAMP.
    MOVE WS-Approver TO PEND-Approver.
    MOVE WS-PndStamp TO PEND-ApproveTs.
    IF WS-DecAction = "APPROVE"
        MOVE "APPROVED" TO PEND-State
        SET WS-ApprovedCount UP BY 1
    ELSE
        MOVE "REJECTED" TO PEND-State
        IF WS-DecReason = SPACES
            MOVE "REJECTED BY APPROVER" TO PEND-Reason
        ELSE
            MOVE WS-DecReason TO PEND-Reason
        END-IF
        MOVE WS-PndStamp TO PEND-DoneTs
        SET WS-RejectedCount UP BY 1
    END-IF.
    MOVE 'X' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    MOVE SPACES TO WS-AudLine.
    IF PEND-Status NOT = '00'
        STRING "REFUSED  " DELIMITED SIZE
            WS-DecAction DELIMITED BY SPACE
            " " DELIMITED SIZE
            WS-DecId DELIMITED SIZE
            " REASON=PENDING REWRITE FAILED, STATUS " DELIMITED SIZE
            PEND-Status DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
        EXIT PARAGRAPH
    END-IF.
    STRING PEND-State DELIMITED SIZE
        " " DELIMITED SIZE
        PEND-Target DELIMITED SIZE
        " " DELIMITED SIZE
        PEND-Text(1:100) DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    IF PEND-State = "REJECTED"
        MOVE SPACES TO WS-AudLine
        STRING "    REASON=" DELIMITED SIZE
            PEND-Reason DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    END-IF.
    MOVE PEND-State TO WS-PndOutcome.
    PERFORM WRITE-PEND-AUDIT-DETAIL.

*> A refused decision changes nothing on the pending file.  When the
*> item was found its detail line follows, so a same-operator
*> approval attempt shows the submitter it collided with.
WRITE-REFUSAL.
    SET WS-RefusedCount UP BY 1.
    MOVE SPACES TO WS-AudLine.
    STRING "REFUSED  " DELIMITED SIZE
        WS-DecAction DELIMITED BY SPACE
        " " DELIMITED SIZE
        WS-DecIdTok DELIMITED BY SPACE
        " BY " DELIMITED SIZE
        WS-Approver DELIMITED SIZE
        " REASON=" DELIMITED SIZE
        WS-DecRefusal DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    MOVE WS-AudLine TO WS-RptLine.
    PERFORM WRITE-RPT-LINE.
    IF WS-DecFound = 'Y'
        MOVE PEND-State TO WS-PndOutcome
        PERFORM WRITE-PEND-AUDIT-DETAIL
    END-IF.

*> The open items after today's decisions: PENDING ones still need a
*> second operator, APPROVED ones are waiting for their maintenance
*> run.
LIST-OPEN-ITEMS.
    MOVE 'N' TO WS-PndEOF.
    MOVE 'S' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    PERFORM UNTIL WS-PndEOF = 'Y'
        MOVE 'N' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-PndEOF
        ELSE
            EVALUATE PEND-State
                WHEN "PENDING"
                    SET WS-AwaitCount UP BY 1
                    MOVE "AWAITING" TO WS-RptLine
                    PERFORM WRITE-ITEM-RPT-LINE
                WHEN "APPROVED"
                    SET WS-ToApplyCount UP BY 1
                    MOVE "TOAPPLY " TO WS-RptLine
                    PERFORM WRITE-ITEM-RPT-LINE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE
        END-IF
    END-PERFORM.

*> One report line per item, behind the eight-character tag the
*> caller left in WS-RptLine.
WRITE-ITEM-RPT-LINE.
    STRING " PENDID=" DELIMITED SIZE
        PEND-Id DELIMITED SIZE
        " " DELIMITED SIZE
        PEND-Target DELIMITED SIZE
        " SUBMITTER=" DELIMITED SIZE
        PEND-Submitter DELIMITED SIZE
        " SUBMITTED=" DELIMITED SIZE
        PEND-SubmitTs DELIMITED SIZE
        " " DELIMITED SIZE
        PEND-Text(1:50) DELIMITED SIZE
        INTO WS-RptLine(9:124).
    PERFORM WRITE-RPT-LINE.

WRITE-RPT-LINE.
    MOVE WS-RptLine TO RPT-Record.
    WRITE RPT-Record.
    MOVE SPACES TO WS-RptLine.

COPY "PEND.CPY".
