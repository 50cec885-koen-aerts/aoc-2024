*> record leaves a begin with no matching end behind, the signature
*> RUNRPT flags as an abend.  Both record shapes keep the same fixed
*> columns (every field is STRINGed DELIMITED SIZE).
*> Both end with GEN=, the map generation the run is on (see
*> MAPGENWS.CPY, which must be declared too; zero when the map did not
*> come out of the map library).
RUNLOG-BEGIN-PHASE.
    PERFORM RUNLOG-STAMP.
    MOVE WS-LogStamp TO WS-LogStart.
        WS-LogEnd DELIMITED SIZE
        " STATUS=" DELIMITED SIZE
        WS-LogStatusTxt DELIMITED SIZE
        " GEN=" DELIMITED SIZE
        WS-MapGen DELIMITED SIZE
        INTO WS-LogLine.
    PERFORM RUNLOG-WRITE-LINE.

        WS-LogDateNum(7:2) "-" WS-LogTimeNum(1:2) "."
        WS-LogTimeNum(3:2) "." WS-LogTimeNum(5:2)
        DELIMITED SIZE INTO WS-LogStamp.

*> Hold a return code the run goes on past (see RUNLOGWS.CPY): the
*> worse of WS-RunRcNew and the code already held stays in WS-RunRc.
HOLD-RUN-RC.
    IF WS-RunRcNew > WS-RunRc
        MOVE WS-RunRcNew TO WS-RunRc
    END-IF.
