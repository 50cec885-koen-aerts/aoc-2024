*> GHOSTCYC.CPY - ghost-cycle check, shared by TASK082/TASK083.
*> FindDiv takes each path's first 'Z' count as its period; this
*> walks every path again from its GHOSTSTART, on past that first
*> 'Z', until a 'Z' state (node plus direction-line position) comes
*> round a second time, and so learns the path's true offset and
*> period and every 'Z' it touches on the way.  Each path is
*> reported to ghostcyc.txt as PERIOD-OK or PERIOD-BROKEN with its
*> 'Z' hits listed, and unless WS-CycCombine is 'N' the paths are
*> then combined by GHOSTCMB.CPY into the step count the ghosts
*> really meet on.  Needs WS-Dir/WS-Steps, WS-MapFile, WS-CountSteps,
*> GHOSTTBLWS.CPY, GHOSTCYCWS.CPY and GHOSTCYCFD.CPY's CYCFILE
*> declared, GHOSTCMB.CPY copied, and one paragraph supplied by the
*> caller, since only the caller knows where its map lives:
*>     CYC-NEXT-NODE - move WS-CycCurLoc one hop in direction
*>                     WS-CycDirChar ('L'/'R'), or set
*>                     WS-CycNotFound to 'Y' if the node is missing.
*> The check walks a copy of each path and never touches WS-GhostLoc,
*> WS-GhostCnt or the traffic counts.
VERIFY-GHOST-CYCLES.
    MOVE 0 TO WS-CycDirLen.
    INSPECT WS-Steps TALLYING WS-CycDirLen
        FOR CHARACTERS BEFORE INITIAL SPACE.
    COMPUTE WS-CycStepCap = 3 * WS-CycNodeCount * WS-CycDirLen
        + WS-CycDirLen.
    MOVE 0 TO WS-CycOkCount.
    MOVE 0 TO WS-CycBadCount.
    MOVE SPACES TO WS-CycOverall.
    MOVE SPACES TO WS-CycReason.
    MOVE 0 TO WS-CycResult.
    ACCEPT WS-CycRunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-CycRunDateRaw TO WS-CycRunDateNum.
    STRING WS-CycRunDateNum(1:4) "-" WS-CycRunDateNum(5:2) "-"
        WS-CycRunDateNum(7:2)
        DELIMITED SIZE INTO WS-CycRunDate.
    OPEN EXTEND CYCFILE.
    IF WS-CycStatus = '35'
        OPEN OUTPUT CYCFILE
        CLOSE CYCFILE
        OPEN EXTEND CYCFILE
    END-IF.
    MOVE SPACES TO WS-CycLine.
    STRING "GHOSTCYC RUNDATE=" DELIMITED SIZE
        WS-CycRunDate DELIMITED SIZE
        " MAP=" DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " PATHS=" DELIMITED SIZE
        WS-TotPaths DELIMITED SIZE
        INTO WS-CycLine.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        SET CycId TO TrackId
        PERFORM CYC-WALK-ONE-PATH
        PERFORM CYC-CLASSIFY-PATH
        PERFORM CYC-WRITE-PATH
        SET TrackId UP BY 1
    END-PERFORM.
    MOVE SPACES TO WS-CycLine.
    IF WS-CycCombine = 'Y'
        PERFORM CYC-COMBINE-PATHS
        STRING "RESULT OK=" DELIMITED SIZE
            WS-CycOkCount DELIMITED SIZE
            " BROKEN=" DELIMITED SIZE
            WS-CycBadCount DELIMITED SIZE
            " FINDDIV=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " STEPS=" DELIMITED SIZE
            WS-CycResult DELIMITED SIZE
            " " DELIMITED SIZE
            WS-CycOverall DELIMITED SIZE
            " " DELIMITED SIZE
            WS-CycReason DELIMITED SIZE
            INTO WS-CycLine
    ELSE
        STRING "RESULT OK=" DELIMITED SIZE
            WS-CycOkCount DELIMITED SIZE
            " BROKEN=" DELIMITED SIZE
            WS-CycBadCount DELIMITED SIZE
            " NOT COMBINED" DELIMITED SIZE
            INTO WS-CycLine
    END-IF.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    CLOSE CYCFILE.

*> One path, from its GHOSTSTART at direction position 1.  The
*> position is wrapped straight after each step, so two 'Z' hits
*> with the same node and the same position really are the same
*> state.  WS-CycStepCap (three passes over every node/position
*> pair) is further than any path can go without closing a cycle,
*> so running past it means the path never comes back to a 'Z'.
CYC-WALK-ONE-PATH.
    MOVE WS-GhostStart(TrackId) TO WS-CycCurLoc.
    MOVE 1 TO WS-CycDirIx.
    MOVE 0 TO WS-CycStep.
    MOVE 0 TO WS-CycHitCount.
    MOVE 0 TO WS-CycRepeatSub.
    MOVE SPACES TO WS-CycNote(CycId).
    MOVE 'N' TO WS-CycDone.
    IF WS-CycDirLen = 0
        MOVE "NO DIRECTION LINE" TO WS-CycNote(CycId)
        MOVE 'Y' TO WS-CycDone
    END-IF.
    PERFORM UNTIL WS-CycDone = 'Y'
        MOVE WS-Steps(WS-CycDirIx:1) TO WS-CycDirChar
        MOVE 'N' TO WS-CycNotFound
        PERFORM CYC-NEXT-NODE
        IF WS-CycNotFound = 'Y'
            MOVE "NODE NOT FOUND" TO WS-CycNote(CycId)
            MOVE 'Y' TO WS-CycDone
        ELSE
            ADD 1 TO WS-CycStep
            ADD 1 TO WS-CycDirIx
            IF WS-CycDirIx > WS-CycDirLen
                MOVE 1 TO WS-CycDirIx
            END-IF
            IF WS-CycCurLoc(3:1) = 'Z'
                PERFORM CYC-NOTE-Z-HIT
            END-IF
            IF WS-CycDone = 'N' AND WS-CycStep > WS-CycStepCap
                IF WS-CycHitCount = 0
                    MOVE "NO Z NODE REACHED" TO WS-CycNote(CycId)
                ELSE
                    MOVE "NO RETURN TO A Z STATE" TO WS-CycNote(CycId)
                END-IF
                MOVE 'Y' TO WS-CycDone
            END-IF
        END-IF
    END-PERFORM.

CYC-NOTE-Z-HIT.
    SET CycHitId TO 1.
    PERFORM UNTIL CycHitId > WS-CycHitCount OR WS-CycRepeatSub > 0
        IF WS-CycHitLoc(CycHitId) = WS-CycCurLoc
            AND WS-CycHitPos(CycHitId) = WS-CycDirIx
            SET WS-CycRepeatSub TO CycHitId
        END-IF
        SET CycHitId UP BY 1
    END-PERFORM.
    IF WS-CycRepeatSub > 0
        MOVE 'Y' TO WS-CycDone
        EXIT PARAGRAPH
    END-IF.
    IF WS-CycHitCount >= WS-CycHitMax
        MOVE "TOO MANY Z HITS" TO WS-CycNote(CycId)
        MOVE 'Y' TO WS-CycDone
        EXIT PARAGRAPH
    END-IF.
    ADD 1 TO WS-CycHitCount.
    SET CycHitId TO WS-CycHitCount.
    MOVE WS-CycCurLoc TO WS-CycHitLoc(CycHitId).
    MOVE WS-CycDirIx TO WS-CycHitPos(CycHitId).
    MOVE WS-CycStep TO WS-CycHitStep(CycHitId).

*> Once a 'Z' state repeats, the hits seen so far plus the step that
*> repeated are every 'Z' the path will ever touch, copied forward
*> by the cycle.  The path is on a 'Z' at offset + k * period for
*> every k exactly when those hits are evenly spaced and the repeat
*> falls one more spacing on; FindDiv's assumption is the special
*> case where the offset is the spacing itself.
CYC-CLASSIFY-PATH.
    MOVE SPACES TO WS-CycFirstZ(CycId).
    MOVE 0 TO WS-CycPhase(CycId).
    MOVE 0 TO WS-CycPeriod(CycId).
    MOVE 0 TO WS-CycLength(CycId).
    IF WS-CycHitCount > 0
        MOVE WS-CycHitLoc(1) TO WS-CycFirstZ(CycId)
        MOVE WS-CycHitStep(1) TO WS-CycPhase(CycId)
    END-IF.
    IF WS-CycRepeatSub = 0
        MOVE 'U' TO WS-CycVerdict(CycId)
        ADD 1 TO WS-CycBadCount
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-CycLength(CycId) =
        WS-CycStep - WS-CycHitStep(WS-CycRepeatSub).
    IF WS-CycHitCount > 1
        COMPUTE WS-CycPeriod(CycId) =
            WS-CycHitStep(2) - WS-CycHitStep(1)
    ELSE
        COMPUTE WS-CycPeriod(CycId) =
            WS-CycStep - WS-CycHitStep(1)
    END-IF.
    MOVE 'Y' TO WS-CycFound.
    SET CycHitId TO 2.
    PERFORM UNTIL CycHitId > WS-CycHitCount
        IF WS-CycHitStep(CycHitId) - WS-CycHitStep(CycHitId - 1)
                NOT = WS-CycPeriod(CycId)
            MOVE 'N' TO WS-CycFound
        END-IF
        SET CycHitId UP BY 1
    END-PERFORM.
    IF WS-CycStep - WS-CycHitStep(WS-CycHitCount)
            NOT = WS-CycPeriod(CycId)
        MOVE 'N' TO WS-CycFound
    END-IF.
    EVALUATE TRUE
        WHEN WS-CycFound = 'N'
            MOVE 'U' TO WS-CycVerdict(CycId)
            MOVE "Z HITS UNEVENLY SPACED" TO WS-CycNote(CycId)
            ADD 1 TO WS-CycBadCount
        WHEN WS-CycPeriod(CycId) = WS-CycPhase(CycId)
            MOVE 'O' TO WS-CycVerdict(CycId)
            ADD 1 TO WS-CycOkCount
        WHEN OTHER
            MOVE 'B' TO WS-CycVerdict(CycId)
            MOVE "OFFSET NOT EQUAL PERIOD" TO WS-CycNote(CycId)
            ADD 1 TO WS-CycBadCount
    END-EVALUATE.

CYC-WRITE-PATH.
    MOVE SPACES TO WS-CycLine.
    STRING "START=" DELIMITED SIZE
        WS-GhostStart(TrackId) DELIMITED SIZE
        " FIRSTZ=" DELIMITED SIZE
        WS-CycFirstZ(CycId) DELIMITED SIZE
        " OFFSET=" DELIMITED SIZE
        WS-CycPhase(CycId) DELIMITED SIZE
        " PERIOD=" DELIMITED SIZE
        WS-CycPeriod(CycId) DELIMITED SIZE
        " CYCLE=" DELIMITED SIZE
        WS-CycLength(CycId) DELIMITED SIZE
        INTO WS-CycLine.
    IF WS-CycVerdict(CycId) = 'O'
        MOVE " PERIOD-OK" TO WS-CycLine(80:10)
    ELSE
        MOVE " PERIOD-BROKEN" TO WS-CycLine(80:14)
        MOVE WS-CycNote(CycId) TO WS-CycLine(95:24)
    END-IF.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    SET CycHitId TO 1.
    PERFORM UNTIL CycHitId > WS-CycHitCount
        MOVE SPACES TO WS-CycLine
        STRING "  ZNODE=" DELIMITED SIZE
            WS-CycHitLoc(CycHitId) DELIMITED SIZE
            " STEP=" DELIMITED SIZE
            WS-CycHitStep(CycHitId) DELIMITED SIZE
            INTO WS-CycLine
        EVALUATE TRUE
            WHEN WS-CycRepeatSub = 0
                MOVE " NO-CYCLE" TO WS-CycLine(30:9)
            WHEN CycHitId < WS-CycRepeatSub
                MOVE " BEFORE-CYCLE" TO WS-CycLine(30:13)
            WHEN OTHER
                MOVE " IN-CYCLE" TO WS-CycLine(30:9)
        END-EVALUATE
        MOVE WS-CycLine TO CYC-Record
        WRITE CYC-Record
        SET CycHitId UP BY 1
    END-PERFORM.
