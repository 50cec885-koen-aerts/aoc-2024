*> GHOSTCMB.CPY - combine the checked ghost paths into the step count
*> on which every ghost stands on a 'Z' at once, shared by TASK082/
*> TASK083 (through GHOSTCYC.CPY).  Works only from GHOSTCYCWS.CPY's
*> WS-CycPath entries 1 to WS-TotPaths, so a caller that never walked
*> the map - one reading the entries back from files - can combine
*> too.  A path whose 'Z' hits are evenly spaced meets a 'Z' exactly
*> at steps WS-CycPhase + k * WS-CycPeriod; the paths are folded in one
*> at a time, stepping the running answer by the running period
*> until it also lands on the next path's residue, and the period
*> then grows to the least common multiple of the two.  When every
*> path is PERIOD-OK this is the same least common multiple FindDiv
*> stepped to; when a path is broken it is the true figure FindDiv
*> could not see.  A path whose 'Z' hits cannot be written that way,
*> paths whose residues never coincide, or an answer too big for
*> the step fields leave WS-CycOverall UNRESOLVED with the reason.
CYC-COMBINE-PATHS.
    MOVE SPACES TO WS-CycReason.
    MOVE 0 TO WS-CycResult.
    MOVE "VERIFIED" TO WS-CycOverall.
    IF WS-TotPaths = 0
        EXIT PARAGRAPH
    END-IF.
    SET CycId TO 1.
    PERFORM UNTIL CycId > WS-TotPaths
        EVALUATE WS-CycVerdict(CycId)
            WHEN 'U'
                MOVE "UNRESOLVED" TO WS-CycOverall
                MOVE "PATH NOT COMBINABLE" TO WS-CycReason
            WHEN 'B'
                IF WS-CycOverall = "VERIFIED"
                    MOVE "CORRECTED" TO WS-CycOverall
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        SET CycId UP BY 1
    END-PERFORM.
    IF WS-CycOverall = "UNRESOLVED"
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CycPhase(1) TO WS-CycResult.
    MOVE WS-CycPhase(1) TO WS-CycMaxPhase.
    MOVE WS-CycPeriod(1) TO WS-CycModulus.
    SET CycId TO 2.
    PERFORM UNTIL CycId > WS-TotPaths OR WS-CycOverall = "UNRESOLVED"
        PERFORM CYC-MERGE-ONE-PATH
        SET CycId UP BY 1
    END-PERFORM.
    IF WS-CycOverall = "UNRESOLVED"
        EXIT PARAGRAPH
    END-IF.
*> Every path must have reached its cycle's 'Z' at least once, so
*> the answer is the first one in the residue class at or past the
*> latest offset.
    IF WS-CycResult < WS-CycMaxPhase
        COMPUTE WS-CycQuot = (WS-CycMaxPhase - WS-CycResult
            + WS-CycModulus - 1) / WS-CycModulus
        COMPUTE WS-CycResult = WS-CycResult
            + WS-CycQuot * WS-CycModulus
            ON SIZE ERROR
                MOVE "UNRESOLVED" TO WS-CycOverall
                MOVE "COMBINED COUNT TOO LARGE" TO WS-CycReason
        END-COMPUTE
    END-IF.

CYC-MERGE-ONE-PATH.
    IF WS-CycPhase(CycId) > WS-CycMaxPhase
        MOVE WS-CycPhase(CycId) TO WS-CycMaxPhase
    END-IF.
    DIVIDE WS-CycPhase(CycId) BY WS-CycPeriod(CycId)
        GIVING WS-CycQuot REMAINDER WS-CycRemA.
    MOVE 0 TO WS-CycTries.
    MOVE 'N' TO WS-CycFound.
    PERFORM UNTIL WS-CycFound = 'Y'
            OR WS-CycTries >= WS-CycPeriod(CycId)
            OR WS-CycOverall = "UNRESOLVED"
        DIVIDE WS-CycResult BY WS-CycPeriod(CycId)
            GIVING WS-CycQuot REMAINDER WS-CycRemX
        IF WS-CycRemX = WS-CycRemA
            MOVE 'Y' TO WS-CycFound
        ELSE
            ADD WS-CycModulus TO WS-CycResult
                ON SIZE ERROR
                    MOVE "UNRESOLVED" TO WS-CycOverall
                    MOVE "COMBINED COUNT TOO LARGE" TO WS-CycReason
            END-ADD
            ADD 1 TO WS-CycTries
        END-IF
    END-PERFORM.
    IF WS-CycOverall = "UNRESOLVED"
        EXIT PARAGRAPH
    END-IF.
    IF WS-CycFound = 'N'
        MOVE "UNRESOLVED" TO WS-CycOverall
        MOVE "PATHS NEVER MEET ON Z" TO WS-CycReason
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-CycModulus TO WS-CycGcdA.
    MOVE WS-CycPeriod(CycId) TO WS-CycGcdB.
    PERFORM UNTIL WS-CycGcdB = 0
        DIVIDE WS-CycGcdA BY WS-CycGcdB
            GIVING WS-CycQuot REMAINDER WS-CycGcdR
        MOVE WS-CycGcdB TO WS-CycGcdA
        MOVE WS-CycGcdR TO WS-CycGcdB
    END-PERFORM.
    COMPUTE WS-CycModulus = WS-CycModulus / WS-CycGcdA
        * WS-CycPeriod(CycId)
        ON SIZE ERROR
            MOVE "UNRESOLVED" TO WS-CycOverall
            MOVE "COMBINED COUNT TOO LARGE" TO WS-CycReason
    END-COMPUTE.
