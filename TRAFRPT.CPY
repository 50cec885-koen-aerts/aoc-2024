*> there, and it re-sorts WS-Row on the visit count, so the table is
*> NO LONGER in WS-Loc order afterwards - any later walk of the same
*> map must reload (batch mode does) or re-PERFORM SORT-MAP first.
*> Each node line carries the node's name from the node directory
*> (NODENAME.CPY), and the ranking is followed by the same visits
*> rolled up by the directory's region code, every map node counted
*> whether visited or not.  Without a directory the node lines are
*> written exactly as before and the rollup says why it is missing.
*> The header ends with the delivery walked, EFFECTIVE= as on the
*> report.txt record (NONE for a map that is not effective-dated).
WRITE-TRAFFIC-REPORT.
    MOVE 0 TO WS-TrafTotal.
    SET RowId TO 1.
        CLOSE TRAFFILE
        OPEN EXTEND TRAFFILE
    END-IF.
    IF WS-EffDate = SPACES
        MOVE "NONE" TO WS-EffDateOut
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
    MOVE SPACES TO WS-TrafLine.
    STRING "TRAFFIC RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " TOTALVISITS=" DELIMITED SIZE
        WS-TrafTotal DELIMITED SIZE
        " EFFECTIVE=" DELIMITED SIZE
        WS-EffDateOut DELIMITED SIZE
        INTO WS-TrafLine.
    MOVE WS-TrafLine TO TRAF-Record.
    WRITE TRAF-Record.
    MOVE 0 TO WS-TrafRgnCount.
    SET RowId TO 1.
    PERFORM UNTIL RowId > WS-RowCount
        MOVE WS-Loc(RowId) TO WS-NdnLoc
        PERFORM LOOKUP-NODE-NAME
        IF WS-NdnAvail = 'Y'
            PERFORM ADD-TRAFFIC-REGION
        END-IF
        IF WS-VisitCnt(RowId) > 0
            COMPUTE WS-TrafShare ROUNDED
                = WS-VisitCnt(RowId) * 100 / WS-TrafTotal
                " SHARE=" DELIMITED SIZE
                WS-TrafShareD DELIMITED SIZE
                INTO WS-TrafLine
            IF WS-NdnAvail = 'Y'
                MOVE " NAME=" TO WS-TrafLine(41:6)
                MOVE WS-NdnName TO WS-TrafLine(47:30)
            END-IF
            MOVE WS-TrafLine TO TRAF-Record
            WRITE TRAF-Record
        END-IF
    IF WS-TrafTotal = 0
        MOVE "  NO TRAFFIC" TO TRAF-Record
        WRITE TRAF-Record
    ELSE
        PERFORM WRITE-TRAFFIC-REGIONS
    END-IF.
    CLOSE TRAFFILE.
    PERFORM CLOSE-NODE-NAMES.

ADD-TRAFFIC-REGION.
    MOVE 1 TO WS-TrafRgnSub.
    PERFORM UNTIL WS-TrafRgnSub > WS-TrafRgnCount
        OR WS-TrafRgnCode(WS-TrafRgnSub) = WS-NdnRegion
        SET WS-TrafRgnSub UP BY 1
    END-PERFORM.
*> The last slot is kept back for the **** overflow entry, opened
*> the first time a region arrives with every other slot taken.
    IF WS-TrafRgnSub > WS-TrafRgnCount
        IF WS-TrafRgnCount < WS-TrafRgnMax - 1
            SET WS-TrafRgnCount UP BY 1
            MOVE WS-TrafRgnCount TO WS-TrafRgnSub
            MOVE WS-NdnRegion TO WS-TrafRgnCode(WS-TrafRgnSub)
            MOVE 0 TO WS-TrafRgnNodes(WS-TrafRgnSub)
            MOVE 0 TO WS-TrafRgnVisits(WS-TrafRgnSub)
        ELSE
            IF WS-TrafRgnCount < WS-TrafRgnMax
                MOVE WS-TrafRgnMax TO WS-TrafRgnCount
                MOVE "****" TO WS-TrafRgnCode(WS-TrafRgnCount)
                MOVE 0 TO WS-TrafRgnNodes(WS-TrafRgnCount)
                MOVE 0 TO WS-TrafRgnVisits(WS-TrafRgnCount)
            END-IF
            MOVE WS-TrafRgnMax TO WS-TrafRgnSub
        END-IF
    END-IF.
    SET WS-TrafRgnNodes(WS-TrafRgnSub) UP BY 1.
    ADD WS-VisitCnt(RowId) TO WS-TrafRgnVisits(WS-TrafRgnSub).

*> The rollup ranks the regions by visits, the same way the node
*> lines above it are ranked.
WRITE-TRAFFIC-REGIONS.
    IF WS-TrafRgnCount = 0
        MOVE "  REGION ROLLUP: NO NODE DIRECTORY" TO TRAF-Record
        WRITE TRAF-Record
        EXIT PARAGRAPH
    END-IF.
    SORT WS-TrafRgnEntry ON DESCENDING KEY WS-TrafRgnVisits.
    MOVE "  REGION ROLLUP:" TO TRAF-Record.
    WRITE TRAF-Record.
    MOVE 1 TO WS-TrafRgnSub.
    PERFORM UNTIL WS-TrafRgnSub > WS-TrafRgnCount
        COMPUTE WS-TrafShare ROUNDED
            = WS-TrafRgnVisits(WS-TrafRgnSub) * 100 / WS-TrafTotal
        MOVE WS-TrafShare TO WS-TrafShareD
        MOVE SPACES TO WS-TrafLine
        STRING "  REGION=" DELIMITED SIZE
            WS-TrafRgnCode(WS-TrafRgnSub) DELIMITED SIZE
            " NODES=" DELIMITED SIZE
            WS-TrafRgnNodes(WS-TrafRgnSub) DELIMITED SIZE
            " VISITS=" DELIMITED SIZE
            WS-TrafRgnVisits(WS-TrafRgnSub) DELIMITED SIZE
            " SHARE=" DELIMITED SIZE
            WS-TrafShareD DELIMITED SIZE
            INTO WS-TrafLine
        MOVE WS-TrafLine TO TRAF-Record
        WRITE TRAF-Record
        SET WS-TrafRgnSub UP BY 1
    END-PERFORM.
