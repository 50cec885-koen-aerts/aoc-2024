01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-ChkLine        PIC X(132) VALUE SPACES.
01 WS-ChkPtr         PIC 9(3) VALUE 0.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".


PROCEDURE DIVISION.
*> the scheduler can hold the TASK082 run instead of proving it the
*> hard way.  The map file defaults to map.txt but can be overridden
*> from the JCL PARM (or command line).  The report is ghostchk.txt.
*> Each start line ends with the start node's name, and the nearest
*> Z node's, from the node directory when one is available.
    MOVE "GHOSTCHK" TO WS-LogPgm.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        END-IF
    END-IF.

    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM LOAD-MAP.
    IF WS-LoadAbort = 'Y'
        MOVE "FAIL-LOAD" TO WS-LogStatusTxt
        IF WS-TrlAbort = 'Y'
            MOVE "FAIL-TRAILER" TO WS-LogStatusTxt
        END-IF
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-LoadFail TO RETURN-CODE
        IF WS-TrlAbort = 'Y'
            MOVE WS-RC-TrailerFail TO RETURN-CODE
        END-IF
        STOP RUN
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "GHOSTTBL.CPY".

COPY "RUNLOG.CPY".

COPY "MAPGEN.CPY".

COPY "NODENAME.CPY".

WRITE-CHECK-REPORT.
    OPEN OUTPUT CHKFILE.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
        INTO WS-ChkLine.
    PERFORM WRITE-CHK-LINE.
    CLOSE CHKFILE.
    PERFORM CLOSE-NODE-NAMES.

CHECK-ONE-START.
    MOVE 0 TO WS-StartSub.
    END-SEARCH.
    PERFORM FIND-NEAREST-Z.
    MOVE SPACES TO WS-ChkLine.
    MOVE 1 TO WS-ChkPtr.
    IF WS-ZFound = 'Y'
        STRING "START=" DELIMITED SIZE
            WS-GhostStart(TrackId) DELIMITED SIZE
            WS-NearZLoc DELIMITED SIZE
            " HOPS=" DELIMITED SIZE
            WS-NearZHops DELIMITED SIZE
            INTO WS-ChkLine WITH POINTER WS-ChkPtr
    ELSE
        SET WS-HopelessCnt UP BY 1
        STRING "START=" DELIMITED SIZE
            WS-GhostStart(TrackId) DELIMITED SIZE
            " NO ROUTE TO ANY Z NODE *HOPELESS*" DELIMITED SIZE
            INTO WS-ChkLine WITH POINTER WS-ChkPtr
    END-IF.
    MOVE WS-GhostStart(TrackId) TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    IF WS-NdnAvail = 'Y'
        STRING " STARTNAME=" DELIMITED SIZE
            WS-NdnName DELIMITED SIZE
            INTO WS-ChkLine WITH POINTER WS-ChkPtr
        IF WS-ZFound = 'Y'
            MOVE WS-NearZLoc TO WS-NdnLoc
            PERFORM LOOKUP-NODE-NAME
            STRING " ZNAME=" DELIMITED SIZE
                WS-NdnName DELIMITED SIZE
                INTO WS-ChkLine WITH POINTER WS-ChkPtr
        END-IF
    END-IF.
    PERFORM WRITE-CHK-LINE.

