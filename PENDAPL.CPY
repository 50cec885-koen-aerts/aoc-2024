*> PENDAPL.CPY - the approved-transaction feed for MAPMAINT and
*> DIRMAINT.  Needs PENDLK.CPY/PENDWS.CPY and PEND.CPY, plus the
*> caller's WS-TrnFile (the pending file's name), WS-TrnRecord (one
*> transaction line in the caller's own format), WS-TrnReject/
*> WS-TrnReason and its APPLY-ONE-TRANSACTION paragraph, its
*> maintaud.txt AUDFILE (WS-AudStatus, WS-AudLine) and RUNLOGWS.CPY.  The caller
*> moves its program name to WS-PndTarget, PERFORMs
*> OPEN-PENDING-FILE before it opens the audit file,
*> APPLY-APPROVED-PENDING where it used to read its transaction file,
*> and MARK-PENDING-OUTCOMES once its updated map is written.
*> Nothing reaches the production network that a second operator
*> has not approved: only APPROVED items for this program are taken,
*> in the order they were submitted.

OPEN-PENDING-FILE.
    MOVE 'U' TO PEND-Op.
    MOVE WS-TrnFile TO PEND-File.
    CALL "PENDIO" USING PEND-Parm.
    IF PEND-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-TrnFile
            ', FILE STATUS ' PEND-Status
        STOP RUN
    END-IF.

*> One pass over the pending file in item-number order.  Each item
*> taken goes through the caller's own transaction edits exactly as
*> a transaction-file line always did, and gets the submitter/
*> approver detail line under its APPLIED or REJECTED audit line.
*> A run takes at most WS-PndMax items; any more stay APPROVED for
*> the next run and are counted on the audit report.
APPLY-APPROVED-PENDING.
    MOVE 0 TO WS-PndTaken.
    MOVE 0 TO WS-PndLeft.
    MOVE 'N' TO WS-PndEOF.
    MOVE 'S' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    PERFORM UNTIL WS-PndEOF = 'Y'
        MOVE 'N' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-PndEOF
        ELSE
            IF PEND-Target = WS-PndTarget
                AND PEND-State = "APPROVED"
                IF WS-PndTaken < WS-PndMax
                    PERFORM APPLY-ONE-PENDING
                ELSE
                    SET WS-PndLeft UP BY 1
                END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF WS-PndLeft > 0
        MOVE SPACES TO WS-AudLine
        STRING "HELD     " DELIMITED SIZE
            WS-PndLeft DELIMITED SIZE
            " MORE APPROVED ITEMS - LEFT APPROVED FOR THE NEXT RUN"
                DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    END-IF.

APPLY-ONE-PENDING.
    MOVE PEND-Text TO WS-TrnRecord.
    PERFORM APPLY-ONE-TRANSACTION.
    SET WS-PndTaken UP BY 1.
    MOVE PEND-Id TO WS-PndEntId(WS-PndTaken).
    IF WS-TrnReject = 'Y'
        MOVE "FAILED" TO WS-PndEntState(WS-PndTaken)
        MOVE WS-TrnReason TO WS-PndEntReason(WS-PndTaken)
    ELSE
        MOVE "APPLIED" TO WS-PndEntState(WS-PndTaken)
        MOVE SPACES TO WS-PndEntReason(WS-PndTaken)
    END-IF.
    MOVE WS-PndEntState(WS-PndTaken) TO WS-PndOutcome.
    PERFORM WRITE-PEND-AUDIT-DETAIL.

*> Record the outcome of every item the run took, all stamped with
*> the one time the run finished, and close the pending file.  An
*> item that cannot be marked is still APPROVED although its change
*> is already in the map, so the next run would apply it again: it
*> is reported on the console and the audit file, and the run ends
*> with its own return code so operations re-mark it by hand.
MARK-PENDING-OUTCOMES.
    PERFORM PEND-STAMP.
    MOVE 0 TO WS-PndUnmarked.
    MOVE 1 TO WS-PndSub.
    PERFORM UNTIL WS-PndSub > WS-PndTaken
        MOVE 'R' TO PEND-Op
        MOVE WS-PndEntId(WS-PndSub) TO PEND-Id
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE WS-PndEntId(WS-PndSub) TO PEND-Id
            MOVE SPACES TO PEND-Submitter PEND-SubmitTs
                PEND-Approver PEND-ApproveTs
            PERFORM REPORT-UNMARKED-ITEM
        ELSE
            MOVE WS-PndEntState(WS-PndSub) TO PEND-State
            MOVE WS-PndEntReason(WS-PndSub) TO PEND-Reason
            MOVE WS-PndStamp TO PEND-DoneTs
            MOVE 'X' TO PEND-Op
            CALL "PENDIO" USING PEND-Parm
            IF PEND-Status NOT = '00'
                PERFORM REPORT-UNMARKED-ITEM
            END-IF
        END-IF
        SET WS-PndSub UP BY 1
    END-PERFORM.
    MOVE 'C' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    IF WS-PndUnmarked > 0
        CLOSE AUDFILE
        MOVE WS-RC-MarkFail TO RETURN-CODE
    END-IF.

*> The audit file is closed by the time the items are marked, so the
*> first failure reopens it for the rest of the pass.
REPORT-UNMARKED-ITEM.
    DISPLAY 'PENDING ITEM ' WS-PndEntId(WS-PndSub) ' NOT MARKED '
        WS-PndEntState(WS-PndSub) ', FILE STATUS ' PEND-Status.
    IF WS-PndUnmarked = 0
        OPEN EXTEND AUDFILE
        IF WS-AudStatus = '35'
            OPEN OUTPUT AUDFILE
            CLOSE AUDFILE
            OPEN EXTEND AUDFILE
        END-IF
    END-IF.
    SET WS-PndUnmarked UP BY 1.
    MOVE SPACES TO WS-AudLine.
    STRING "NOT MARKED " DELIMITED SIZE
        WS-PndEntId(WS-PndSub) DELIMITED SIZE
        " " DELIMITED SIZE
        WS-PndEntState(WS-PndSub) DELIMITED SIZE
        " REASON=PENDING REWRITE FAILED, STATUS " DELIMITED SIZE
        PEND-Status DELIMITED SIZE
        " - STILL APPROVED, RE-MARK BY HAND" DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    MOVE WS-PndEntState(WS-PndSub) TO WS-PndOutcome.
    PERFORM WRITE-PEND-AUDIT-DETAIL.
