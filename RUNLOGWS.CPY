*>  12 - endpoint validation failed (WS-EndpointAbort)
*>  14 - ghost-path table overflow (WS-GhostAbort)
*>  16 - control/input file would not open
*>  18 - map delivery failed acceptance (MAPACCPT), or has no PASS
*>       on file or has changed since its acceptance (MAPLIB PROMOTE)
*>  20 - ghost start with no route to any 'Z' node (GHOSTCHK)
*>  22 - ghost cycles broken and no combined step count can be
*>       trusted (TASK082/TASK083 cycle check)
*>  24 - ghost-walk partitions do not cover the ghost starts exactly
*>       once (bad start list in a TASK082 partition step, or a
*>       missing, duplicate or unfinished partition in GHOSTMRG)
*>  26 - map delivery's control totals disagree with its trailer
*>       record (LOAD-MAP's WS-TrlAbort, MAPIX BUILD), or a map
*>       library copy disagrees with its catalogued totals (MAPLIB)
*>  28 - a maintenance change reached the map but its pending item
*>       could not be marked APPLIED/FAILED (MAPMAINT/DIRMAINT) - the
*>       item is still APPROVED and must be re-marked by hand
*> A code a run earns and then carries on past (a walk limit, a
*> cycle-check failure) is held in WS-RunRc, not left in RETURN-CODE:
*> every CALL to a subprogram (MAPIXIO, MAPGENIO, NODEDIRIO, ...)
*> resets RETURN-CODE.  The caller moves the code to WS-RunRcNew and
*> performs HOLD-RUN-RC (RUNLOG.CPY), which keeps the worst code of
*> the run - across every map of a batch - and the program moves
*> WS-RunRc to RETURN-CODE just before its closing STOP RUN.
01 WS-RunLogStatus   PIC X(2) VALUE SPACES.
01 WS-LogPgm         PIC X(8) VALUE SPACES.
01 WS-LogPhase       PIC X(8) VALUE SPACES.
01 WS-LogTimeNum     PIC X(8) VALUE SPACES.
01 WS-LogLine        PIC X(150) VALUE SPACES.
01 WS-LogCardTxt     PIC X(80) VALUE SPACES.
01 WS-RunRc          PIC 99 VALUE 0.
01 WS-RunRcNew       PIC 99 VALUE 0.
01 WS-RC-Ok          PIC 99 VALUE 0.
01 WS-RC-Limit       PIC 99 VALUE 4.
01 WS-RC-LoadFail    PIC 99 VALUE 8.
01 WS-RC-CtlFail     PIC 99 VALUE 16.
01 WS-RC-AcceptFail  PIC 99 VALUE 18.
01 WS-RC-Unreach     PIC 99 VALUE 20.
01 WS-RC-CycleFail   PIC 99 VALUE 22.
01 WS-RC-PartFail    PIC 99 VALUE 24.
01 WS-RC-TrailerFail PIC 99 VALUE 26.
01 WS-RC-MarkFail    PIC 99 VALUE 28.
