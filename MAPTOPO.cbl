01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-TopoLine       PIC X(132) VALUE SPACES.
01 WS-TopoNamePos    PIC 9(3) VALUE 0.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".


PROCEDURE DIVISION.
*> displayed and counted but, unlike the walk programs' VALIDATE-MAP,
*> does not stop the audit, since this report is how a bad delivery
*> gets examined.
*> Every node listed is followed by its name from the node directory
*> when one is available, so the planners can read the report
*> without looking the codes up.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

*> Count, for every node, how many OTHER nodes reference it.  Each
*> referencing node is counted once even when its left and right both
*> point at the same target, and self-references are ignored, so a
            MOVE SPACES TO WS-TopoLine
            STRING "  NODE=" WS-Loc(WS-RefSub)
                DELIMITED SIZE INTO WS-TopoLine
            MOVE WS-Loc(WS-RefSub) TO WS-NdnLoc
            MOVE 11 TO WS-TopoNamePos
            PERFORM APPEND-TOPO-NAME
            PERFORM WRITE-TOPO-LINE
        END-IF
        SET WS-RefSub UP BY 1
            IF WS-Loc(WS-RefSub)(3:1) = 'Z'
                STRING "  NODE=" WS-Loc(WS-RefSub) " (END NODE)"
                    DELIMITED SIZE INTO WS-TopoLine
                MOVE 22 TO WS-TopoNamePos
            ELSE
                STRING "  NODE=" WS-Loc(WS-RefSub)
                    DELIMITED SIZE INTO WS-TopoLine
                MOVE 11 TO WS-TopoNamePos
            END-IF
            MOVE WS-Loc(WS-RefSub) TO WS-NdnLoc
            PERFORM APPEND-TOPO-NAME
            PERFORM WRITE-TOPO-LINE
        END-IF
        SET WS-RefSub UP BY 1
        INTO WS-TopoLine.
    PERFORM WRITE-TOPO-LINE.
    CLOSE TOPOFILE.
    PERFORM CLOSE-NODE-NAMES.

*> The hub ranking sorts a copy of the node codes and their reference
*> counts so WS-Row itself stays in WS-Loc order for SEARCH ALL.
            " REFS=" DELIMITED SIZE
            WS-HubRefs(HubId) DELIMITED SIZE
            INTO WS-TopoLine
        MOVE WS-HubLoc(HubId) TO WS-NdnLoc
        MOVE 33 TO WS-TopoNamePos
        PERFORM APPEND-TOPO-NAME
        PERFORM WRITE-TOPO-LINE
        SET HubId UP BY 1
    END-PERFORM.
WRITE-TOPO-LINE.
    MOVE WS-TopoLine TO TOPO-Record.
    WRITE TOPO-Record.

*> Adds " NAME=..." for the node in WS-NdnLoc at WS-TopoNamePos,
*> just past the node line built so far.
APPEND-TOPO-NAME.
    PERFORM LOOKUP-NODE-NAME.
    IF WS-NdnAvail = 'Y'
        STRING " NAME=" DELIMITED SIZE
            WS-NdnName DELIMITED SIZE
            INTO WS-TopoLine WITH POINTER WS-TopoNamePos
    END-IF.

COPY "NODENAME.CPY".
