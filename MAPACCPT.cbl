01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-AccLine        PIC X(132) VALUE SPACES.
*> The node-directory cross-check: map nodes with no directory entry
*> and directory entries for nodes no longer in the map.  Both are
*> counted in full; the first WS-DirListMax of each are kept for
*> listing under the CHECK=DIRECTORY line.
01 WS-DirVerdict     PIC X(7) VALUE SPACES.
01 WS-DirMissCount   PIC 9(5) VALUE 0.
01 WS-DirStaleCount  PIC 9(5) VALUE 0.
01 WS-DirListMax     PIC 9(3) VALUE 100.
01 WS-DirSub         PIC 9(5) VALUE 0.
01 WS-DirMore        PIC 9(5) VALUE 0.
01 WS-DirScanEOF     PIC X(1) VALUE 'N'.
01 WS-DirMissTbl.
   05 WS-DirMissLoc  OCCURS 100 TIMES PIC X(3).
01 WS-DirStaleTbl.
   05 WS-DirStaleRow OCCURS 100 TIMES.
      10 WS-DirStaleLoc  PIC X(3).
      10 WS-DirStaleName PIC X(30).
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "WALKLIMWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".


PROCEDURE DIVISION.
*> days before they go live, so the acceptance run names the cutover
*> date and earns the PASS BEFORE production walkers ever select
*> the delivery.
*> A fifth check holds the candidate against the node directory
*> (nodedir.idx, maintained by NODMAINT): map nodes the directory
*> does not know and directory entries for nodes the delivery no
*> longer has.  Directory upkeep trails deliveries by design, so
*> these are FLAGGED for the directory owners rather than failing
*> the verdict; with no directory the check is SKIPPED.
*> The candidate's control-total trailer (see MAPTRLWS.CPY) gets its
*> own CHECK=TRAILER line: PASS, FAIL - which fails the verdict - or
*> UNVERIFIED for a delivery that carries no trailer.
    MOVE "MAPACCPT" TO WS-LogPgm.
    PERFORM LOAD-WALK-LIMITS.
*> The proving walk must terminate even on a delivery whose network
    END-IF.

    MOVE WS-CandFile TO WS-MapFile.
    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM LOAD-OUTGOING-MAP.
    MOVE WS-CandFile TO WS-MapFile.
    PERFORM LOAD-MAP.
*> A trailer that disagrees is a finding for the report, not a reason
*> to stop: the delivery loaded in full, so the other checks still run
*> against it and the verdict fails on CHECK=TRAILER.
    IF WS-LoadAbort = 'Y' AND WS-TrlAbort = 'N'
        MOVE "FAIL-LOAD" TO WS-LogStatusTxt
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-LoadFail TO RETURN-CODE
    END-IF.
    PERFORM SORT-MAP.
    MOVE "OK" TO WS-LogStatusTxt.
    IF WS-TrlAbort = 'Y'
        DISPLAY "MAPACCPT: TRAILER CHECK FAILED - CHECKS CONTINUE ON"
            " THE LOADED DELIVERY"
        MOVE 'N' TO WS-LoadAbort
        MOVE "FAIL-TRAILER" TO WS-LogStatusTxt
    END-IF.
    PERFORM RUNLOG-END-PHASE.

    MOVE "CHECKS" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM CHECK-TRAILER.
    PERFORM CHECK-POINTERS.
    PERFORM CHECK-TOPOLOGY.
    PERFORM CHECK-COMPARE.
    PERFORM CHECK-WALK.
    PERFORM CHECK-DIRECTORY.
    IF WS-Verdict = "PASS"
        MOVE "OK" TO WS-LogStatusTxt
    ELSE

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

*> The outgoing map is optional - a first delivery has nothing to
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-LoadAbort.

*> The control-total trailer LOAD-MAP held the candidate to.  A
*> delivery with no trailer is reported UNVERIFIED without failing
*> the verdict, so deliveries cut before trailers existed still pass
*> during the changeover; a trailer that disagrees fails it.
CHECK-TRAILER.
    IF WS-TrlResult = "FAIL"
        MOVE "FAIL" TO WS-Verdict
    END-IF.

*> The checks MAPIX BUILD makes while loading the master: no two
*> records may share a node code, and every left/right pointer must
*> resolve.  The table is sorted, so duplicates sit next to each
        WS-EffRunDate DELIMITED SIZE
        INTO WS-AccLine.
    PERFORM WRITE-ACC-LINE.
    PERFORM WRITE-TRAILER-LINES.
    MOVE SPACES TO WS-AccLine.
    STRING "CHECK=POINTERS DUPLICATES=" DELIMITED SIZE
        WS-DupCount DELIMITED SIZE
            INTO WS-AccLine
    END-IF.
    PERFORM WRITE-ACC-LINE.
    PERFORM WRITE-DIRECTORY-LINES.
    MOVE SPACES TO WS-AccLine.
    STRING "VERDICT=" DELIMITED SIZE
        WS-Verdict DELIMITED SIZE
    PERFORM WRITE-ACC-LINE.
    CLOSE ACCFILE.

*> The totals on the CHECK=TRAILER line are the ones counted from the
*> loaded delivery; a failing trailer's own figures follow beneath.
WRITE-TRAILER-LINES.
    MOVE SPACES TO WS-AccLine.
    IF WS-TrlResult = "FAIL"
        STRING "CHECK=TRAILER NODES=" DELIMITED SIZE
            WS-TrlNodes DELIMITED SIZE
            " HASH=" DELIMITED SIZE
            WS-TrlHash DELIMITED SIZE
            " DIRLEN=" DELIMITED SIZE
            WS-TrlDirLen DELIMITED SIZE
            " STATUS=FAIL REASON=" DELIMITED SIZE
            WS-TrlReason DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
        MOVE SPACES TO WS-AccLine
        STRING "  TRAILER NODES=" DELIMITED SIZE
            WS-TrlRecNodes DELIMITED SIZE
            " HASH=" DELIMITED SIZE
            WS-TrlRecHash DELIMITED SIZE
            " DIRLEN=" DELIMITED SIZE
            WS-TrlRecDirLen DELIMITED SIZE
            INTO WS-AccLine
    ELSE
        STRING "CHECK=TRAILER NODES=" DELIMITED SIZE
            WS-TrlNodes DELIMITED SIZE
            " HASH=" DELIMITED SIZE
            WS-TrlHash DELIMITED SIZE
            " DIRLEN=" DELIMITED SIZE
            WS-TrlDirLen DELIMITED SIZE
            " STATUS=" DELIMITED SIZE
            WS-TrlResult DELIMITED SPACE
            INTO WS-AccLine
    END-IF.
    PERFORM WRITE-ACC-LINE.

*> Every candidate node is looked up by key, then the whole
*> directory is read in key order and each entry searched for in the
*> (sorted) candidate table.
CHECK-DIRECTORY.
    MOVE 0 TO WS-DirMissCount.
    MOVE 0 TO WS-DirStaleCount.
    MOVE 1 TO WS-DirSub.
    PERFORM UNTIL WS-DirSub > WS-RowCount
        MOVE WS-Loc(WS-DirSub) TO WS-NdnLoc
        PERFORM LOOKUP-NODE-NAME
        IF WS-NdnAvail = 'N'
            MOVE "SKIPPED" TO WS-DirVerdict
            EXIT PARAGRAPH
        END-IF
        IF WS-NdnFound = 'N'
            SET WS-DirMissCount UP BY 1
            IF WS-DirMissCount <= WS-DirListMax
                MOVE WS-Loc(WS-DirSub) TO WS-DirMissLoc(WS-DirMissCount)
            END-IF
        END-IF
        SET WS-DirSub UP BY 1
    END-PERFORM.
    IF WS-NdnTried = 'N'
        MOVE WS-StartLoc TO WS-NdnLoc
        PERFORM LOOKUP-NODE-NAME
        IF WS-NdnAvail = 'N'
            MOVE "SKIPPED" TO WS-DirVerdict
            EXIT PARAGRAPH
        END-IF
    END-IF.
    MOVE 'S' TO NDIR-Op.
    CALL "NODEDIRIO" USING NDIR-Parm.
    MOVE 'N' TO WS-DirScanEOF.
    IF NDIR-Status NOT = '00'
        MOVE 'Y' TO WS-DirScanEOF
    END-IF.
    PERFORM UNTIL WS-DirScanEOF = 'Y'
        MOVE 'N' TO NDIR-Op
        CALL "NODEDIRIO" USING NDIR-Parm
        IF NDIR-Status NOT = '00'
            MOVE 'Y' TO WS-DirScanEOF
        ELSE
            SEARCH ALL WS-Row
                AT END
                    SET WS-DirStaleCount UP BY 1
                    IF WS-DirStaleCount <= WS-DirListMax
                        MOVE NDIR-Loc
                            TO WS-DirStaleLoc(WS-DirStaleCount)
                        MOVE NDIR-Name
                            TO WS-DirStaleName(WS-DirStaleCount)
                    END-IF
                WHEN WS-Loc(RowId) = NDIR-Loc
                    CONTINUE
            END-SEARCH
        END-IF
    END-PERFORM.
    PERFORM CLOSE-NODE-NAMES.
    IF WS-DirMissCount = 0 AND WS-DirStaleCount = 0
        MOVE "PASS" TO WS-DirVerdict
    ELSE
        MOVE "FLAGGED" TO WS-DirVerdict
    END-IF.

WRITE-DIRECTORY-LINES.
    MOVE SPACES TO WS-AccLine.
    IF WS-DirVerdict = "SKIPPED"
        STRING "CHECK=DIRECTORY STATUS=SKIPPED (NODE DIRECTORY "
            DELIMITED SIZE
            WS-NdnFile DELIMITED SPACE
            " NOT AVAILABLE)" DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
        EXIT PARAGRAPH
    END-IF.
    STRING "CHECK=DIRECTORY MISSING=" DELIMITED SIZE
        WS-DirMissCount DELIMITED SIZE
        " STALE=" DELIMITED SIZE
        WS-DirStaleCount DELIMITED SIZE
        " STATUS=" DELIMITED SIZE
        WS-DirVerdict DELIMITED SIZE
        INTO WS-AccLine.
    PERFORM WRITE-ACC-LINE.
    MOVE 1 TO WS-DirSub.
    PERFORM UNTIL WS-DirSub > WS-DirMissCount
        OR WS-DirSub > WS-DirListMax
        MOVE SPACES TO WS-AccLine
        STRING "  MISSING NODE=" DELIMITED SIZE
            WS-DirMissLoc(WS-DirSub) DELIMITED SIZE
            " (IN MAP, NOT IN DIRECTORY)" DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
        SET WS-DirSub UP BY 1
    END-PERFORM.
    IF WS-DirMissCount > WS-DirListMax
        COMPUTE WS-DirMore = WS-DirMissCount - WS-DirListMax
        MOVE SPACES TO WS-AccLine
        STRING "  MISSING ... " DELIMITED SIZE
            WS-DirMore DELIMITED SIZE
            " MORE NOT LISTED" DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
    END-IF.
    MOVE 1 TO WS-DirSub.
    PERFORM UNTIL WS-DirSub > WS-DirStaleCount
        OR WS-DirSub > WS-DirListMax
        MOVE SPACES TO WS-AccLine
        STRING "  STALE NODE=" DELIMITED SIZE
            WS-DirStaleLoc(WS-DirSub) DELIMITED SIZE
            " NAME=" DELIMITED SIZE
            WS-DirStaleName(WS-DirSub) DELIMITED SIZE
            " (IN DIRECTORY, NOT IN MAP)" DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
        SET WS-DirSub UP BY 1
    END-PERFORM.
    IF WS-DirStaleCount > WS-DirListMax
        COMPUTE WS-DirMore = WS-DirStaleCount - WS-DirListMax
        MOVE SPACES TO WS-AccLine
        STRING "  STALE ... " DELIMITED SIZE
            WS-DirMore DELIMITED SIZE
            " MORE NOT LISTED" DELIMITED SIZE
            INTO WS-AccLine
        PERFORM WRITE-ACC-LINE
    END-IF.

COPY "NODENAME.CPY".

COPY "RUNLOG.CPY".

COPY "MAPGEN.CPY".

COPY "WALKLIM.CPY".

WRITE-ACC-LINE.
