*> GHOSTCYCWS.CPY - working storage for the ghost-cycle check
*> (GHOSTCYC.CPY) and the combined-step arithmetic (GHOSTCMB.CPY),
*> shared by TASK082/TASK083.  FindDiv's answer - the least common
*> multiple of every path's first 'Z' count - is only right when each
*> ghost comes back to a 'Z' every first-count steps and at no other
*> step; the check walks each path on past that first 'Z' to find
*> out.  WS-CycPath rides alongside GHOSTTBLWS.CPY's WS-Path, one
*> entry per ghost path by the same position:
*>   WS-CycVerdict  'O' PERIOD-OK - the path is on a 'Z' at every
*>                      multiple of its first count and at no other
*>                      step, so FindDiv holds
*>                  'B' PERIOD-BROKEN but combinable - the 'Z' hits
*>                      are evenly spaced, just not from step zero:
*>                      offset and period differ
*>                  'U' PERIOD-BROKEN and not combinable - the 'Z'
*>                      hits are unevenly spaced, or the path never
*>                      comes back to a 'Z' state at all
*>   WS-CycPhase    step of the path's first 'Z' hit (the offset)
*>   WS-CycPeriod   steps between successive 'Z' hits
*>   WS-CycLength   steps before the walk repeats a 'Z' state
*> A state is a node plus the position in the direction line the
*> next step will read: the walk is deterministic, so the first time
*> a 'Z' state repeats the cycle is closed, and every 'Z' hit from
*> then on is a copy of one already seen.  The cycle may hold more
*> than one 'Z' hit (a period shorter than the direction line does
*> that) without the path being broken.  WS-CycHit holds the 'Z'
*> hits of the path being checked, in step order.
*> WS-CycNodeCount must be set by the caller to the map's node count
*> before VERIFY-GHOST-CYCLES runs: together with the direction-line
*> length it bounds how far a path can go without repeating a state.
*> WS-CycCombine 'N' checks the paths without combining them (a
*> partition step that holds only some of the paths).
*> WS-CycOverall comes back VERIFIED (FindDiv stands), CORRECTED
*> (WS-CycResult holds the true combined step count) or UNRESOLVED
*> (no combined answer can be trusted - WS-CycReason says why).
01 WS-CycStatus      PIC X(2) VALUE SPACES.
01 WS-CycCombine     PIC X(1) VALUE 'Y'.
01 WS-CycNodeCount   PIC 9(9) VALUE 0.
01 WS-CycTbl.
   05 WS-CycPath OCCURS 50 TIMES INDEXED BY CycId.
      10 WS-CycVerdict  PIC X(1).
      10 WS-CycFirstZ   PIC X(3).
      10 WS-CycPhase    PIC 9(12).
      10 WS-CycPeriod   PIC 9(12).
      10 WS-CycLength   PIC 9(12).
      10 WS-CycNote     PIC X(24).
01 WS-CycHitMax      PIC 9(3) VALUE 100.
01 WS-CycHitCount    PIC 9(3) VALUE 0.
01 WS-CycHitTbl.
   05 WS-CycHit OCCURS 100 TIMES INDEXED BY CycHitId.
      10 WS-CycHitLoc   PIC X(3).
      10 WS-CycHitPos   PIC 9(12).
      10 WS-CycHitStep  PIC 9(12).
01 WS-CycRepeatSub   PIC 9(3) VALUE 0.
01 WS-CycCurLoc      PIC X(3) VALUE SPACES.
01 WS-CycDirChar     PIC X(1) VALUE SPACE.
01 WS-CycDirIx       PIC 9(12) VALUE 1.
01 WS-CycDirLen      PIC 9(12) VALUE 0.
01 WS-CycStep        PIC 9(12) VALUE 0.
01 WS-CycStepCap     PIC 9(15) VALUE 0.
01 WS-CycNotFound    PIC X(1) VALUE 'N'.
01 WS-CycDone        PIC X(1) VALUE 'N'.
01 WS-CycOverall     PIC X(10) VALUE SPACES.
01 WS-CycReason      PIC X(30) VALUE SPACES.
01 WS-CycResult      PIC 9(15) VALUE 0.
01 WS-CycModulus     PIC 9(15) VALUE 0.
01 WS-CycMaxPhase    PIC 9(15) VALUE 0.
01 WS-CycTries       PIC 9(12) VALUE 0.
01 WS-CycFound       PIC X(1) VALUE 'N'.
01 WS-CycRemX        PIC 9(12) VALUE 0.
01 WS-CycRemA        PIC 9(12) VALUE 0.
01 WS-CycQuot        PIC 9(15) VALUE 0.
01 WS-CycGcdA        PIC 9(15) VALUE 0.
01 WS-CycGcdB        PIC 9(15) VALUE 0.
01 WS-CycGcdR        PIC 9(15) VALUE 0.
01 WS-CycOkCount     PIC 99 VALUE 0.
01 WS-CycBadCount    PIC 99 VALUE 0.
01 WS-CycLine        PIC X(132) VALUE SPACES.
01 WS-CycRunDateRaw  PIC 9(8) VALUE 0.
01 WS-CycRunDateNum  PIC X(8) VALUE SPACES.
01 WS-CycRunDate     PIC X(10) VALUE SPACES.
