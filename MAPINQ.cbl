IDENTIFICATION DIVISION.
PROGRAM-ID. MAPINQ.

ENVIRONMENT DIVISION.
CONFIGURATION SECTION.
SPECIAL-NAMES.
    CRT STATUS IS WS-CrtStatus.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TRAFFILE ASSIGN TO "traffic.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-TrafStatus.
SELECT CHKFILE ASSIGN TO "ghostchk.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-ChkStatus.

DATA DIVISION.
FILE SECTION.
COPY "TRAFFD.CPY".

FD CHKFILE.
   01 CHK-Record     PIC X(200).


WORKING-STORAGE SECTION.
01 WS-IxFile         PIC X(20) VALUE "map.idx".
01 WS-TrafStatus     PIC X(2) VALUE SPACES.
01 WS-ChkStatus      PIC X(2) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
*> The terminal key that ended the last ACCEPT: 0000 is Enter,
*> 1003 is F3 (exit), 1005 is F5 (step left), 1006 is F6 (step
*> right).
01 WS-CrtStatus      PIC 9(4) VALUE 0.
01 WS-InqDone        PIC X(1) VALUE 'N'.
*> The two fields the operator keys: a node code, and a one-letter
*> command for terminals without function keys.
01 WS-InqNode        PIC X(3) VALUE SPACES.
01 WS-InqCmd         PIC X(1) VALUE SPACE.
01 WS-InqMsg         PIC X(79) VALUE SPACES.
*> The node on display, as MAPIXIO read it.
01 WS-CurFound       PIC X(1) VALUE 'N'.
01 WS-CurNode        PIC X(3) VALUE SPACES.
01 WS-CurLeft        PIC X(3) VALUE SPACES.
01 WS-CurRight       PIC X(3) VALUE SPACES.
01 WS-CurLCost       PIC 9(5) VALUE 0.
01 WS-CurRCost       PIC 9(5) VALUE 0.
01 WS-CurName        PIC X(30) VALUE SPACES.
01 WS-CurRegion      PIC X(4) VALUE SPACES.
*> The nodes pointing at the one on display, read off the master's
*> left- and right-pointer keys.  Each list holds two screen lines
*> of codes; any more are counted rather than shown.
01 WS-RefScanEOF     PIC X(1) VALUE 'N'.
01 WS-RefLeftList.
   05 WS-RefLeftLine1  PIC X(72).
   05 WS-RefLeftLine2  PIC X(72).
01 WS-RefRightList.
   05 WS-RefRightLine1 PIC X(72).
   05 WS-RefRightLine2 PIC X(72).
01 WS-RefLeftPtr     PIC 9(3) VALUE 1.
01 WS-RefRightPtr    PIC 9(3) VALUE 1.
01 WS-RefLeftCnt     PIC 9(5) VALUE 0.
01 WS-RefRightCnt    PIC 9(5) VALUE 0.
01 WS-RefLeftMore    PIC 9(5) VALUE 0.
01 WS-RefRightMore   PIC 9(5) VALUE 0.
*> The latest traffic.txt ranking, loaded once at startup: only the
*> last TRAFFIC header's node lines are kept, so every figure shown
*> comes from one run, named on the screen beside it.
01 WS-TrfAvail       PIC X(1) VALUE 'N'.
01 WS-TrfEOF         PIC X(1) VALUE 'N'.
01 WS-TrfRunDate     PIC X(10) VALUE SPACES.
01 WS-TrfMap         PIC X(20) VALUE SPACES.
01 WS-TrfMax         PIC 9(5) VALUE 50000.
01 WS-TrfCount       PIC 9(5) VALUE 0.
01 WS-TrfSub         PIC 9(5) VALUE 0.
01 WS-TrfTable.
   05 WS-TrfEntry OCCURS 50000 TIMES.
      10 WS-TrfLoc      PIC X(3).
      10 WS-TrfVisits   PIC X(9).
      10 WS-TrfShare    PIC X(6).
*> ghostchk.txt, loaded the same way: one entry per ghost start, the
*> figure being the rest of its START= line (the Z node reached and
*> the hops, or the *HOPELESS* marker).
01 WS-GhcAvail       PIC X(1) VALUE 'N'.
01 WS-GhcEOF         PIC X(1) VALUE 'N'.
01 WS-GhcRunDate     PIC X(10) VALUE SPACES.
01 WS-GhcMap         PIC X(20) VALUE SPACES.
01 WS-GhcMax         PIC 9(5) VALUE 5000.
01 WS-GhcCount       PIC 9(5) VALUE 0.
01 WS-GhcSub         PIC 9(5) VALUE 0.
01 WS-GhcTable.
   05 WS-GhcEntry OCCURS 5000 TIMES.
      10 WS-GhcLoc      PIC X(3).
      10 WS-GhcText     PIC X(40).
*> Table entry found for the node on display, 0 when none.
01 WS-FigHit         PIC 9(5) VALUE 0.
01 WS-ShowTraffic    PIC X(68) VALUE SPACES.
01 WS-ShowGhost      PIC X(68) VALUE SPACES.
COPY "MAPIXLK.CPY".
COPY "NODEDIRLK.CPY".
COPY "NODENAMEWS.CPY".

SCREEN SECTION.
01 INQ-Screen.
   05 BLANK SCREEN.
   05 LINE 1 COLUMN 1 VALUE "MAPINQ   NODE INQUIRY - INDEXED MASTER MAP".
   05 LINE 1 COLUMN 50 VALUE "MAP=".
   05 LINE 1 COLUMN 54 PIC X(20) FROM WS-IxFile.
   05 LINE 3 COLUMN 1 VALUE "NODE ===>".
   05 LINE 3 COLUMN 11 PIC X(3) USING WS-InqNode UNDERLINE.
   05 LINE 3 COLUMN 18 VALUE "COMMAND ===>".
   05 LINE 3 COLUMN 31 PIC X(1) USING WS-InqCmd UNDERLINE.
   05 LINE 4 COLUMN 1
      VALUE "ENTER=LOOK UP  F5/L=STEP LEFT  F6/R=STEP RIGHT  F3/X=EXIT".
   05 LINE 6 COLUMN 1 VALUE "NODE    :".
   05 LINE 6 COLUMN 11 PIC X(3) FROM WS-CurNode HIGHLIGHT.
   05 LINE 6 COLUMN 16 PIC X(30) FROM WS-CurName.
   05 LINE 6 COLUMN 48 VALUE "REGION:".
   05 LINE 6 COLUMN 56 PIC X(4) FROM WS-CurRegion.
   05 LINE 8 COLUMN 1 VALUE "LEFT    :".
   05 LINE 8 COLUMN 11 PIC X(3) FROM WS-CurLeft.
   05 LINE 8 COLUMN 16 VALUE "COST:".
   05 LINE 8 COLUMN 22 PIC 9(5) FROM WS-CurLCost.
   05 LINE 9 COLUMN 1 VALUE "RIGHT   :".
   05 LINE 9 COLUMN 11 PIC X(3) FROM WS-CurRight.
   05 LINE 9 COLUMN 16 VALUE "COST:".
   05 LINE 9 COLUMN 22 PIC 9(5) FROM WS-CurRCost.
   05 LINE 11 COLUMN 1 VALUE "POINTED AT BY - AS LEFT BRANCH:".
   05 LINE 11 COLUMN 33 PIC 9(5) FROM WS-RefLeftCnt.
   05 LINE 11 COLUMN 40 VALUE "NOT SHOWN:".
   05 LINE 11 COLUMN 51 PIC 9(5) FROM WS-RefLeftMore.
   05 LINE 12 COLUMN 5 PIC X(72) FROM WS-RefLeftLine1.
   05 LINE 13 COLUMN 5 PIC X(72) FROM WS-RefLeftLine2.
   05 LINE 14 COLUMN 1 VALUE "POINTED AT BY - AS RIGHT BRANCH:".
   05 LINE 14 COLUMN 34 PIC 9(5) FROM WS-RefRightCnt.
   05 LINE 14 COLUMN 40 VALUE "NOT SHOWN:".
   05 LINE 14 COLUMN 51 PIC 9(5) FROM WS-RefRightMore.
   05 LINE 15 COLUMN 5 PIC X(72) FROM WS-RefRightLine1.
   05 LINE 16 COLUMN 5 PIC X(72) FROM WS-RefRightLine2.
   05 LINE 18 COLUMN 1 VALUE "TRAFFIC :".
   05 LINE 18 COLUMN 11 PIC X(68) FROM WS-ShowTraffic.
   05 LINE 19 COLUMN 1 VALUE "GHOSTCHK:".
   05 LINE 19 COLUMN 11 PIC X(68) FROM WS-ShowGhost.
   05 LINE 22 COLUMN 1 PIC X(79) FROM WS-InqMsg HIGHLIGHT.


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Online inquiry against the indexed master map, for the operator
*> chasing a walk that went strange without unloading the regional
*> master and searching the flat copy.  The operator keys a node
*> code and sees its left and right pointers with their branch
*> costs, its name and region from the node directory, every node
*> that points AT it (off the master's pointer keys, see MAPIXLK.CPY
*> ops 'P'/'Q'), and the node's figure from the latest traffic.txt
*> ranking and from ghostchk.txt where those files have one.  F5 and
*> F6 (or L and R in the command field) step to the node's left or
*> right branch; F3 or X ends the session.  The JCL PARM (or command
*> line) is "[IX-FILE [NODE]]", the master defaulting to map.idx.
*> Inquiry only: the master is opened input and nothing on the
*> screen writes to any file.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2
        IF WS-ParmTok1 NOT = SPACES
            MOVE WS-ParmTok1 TO WS-IxFile
        END-IF
    END-IF.

    MOVE 'O' TO MAPIX-Op.
    MOVE WS-IxFile TO MAPIX-File.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-IxFile
            ', FILE STATUS ' MAPIX-Status
        STOP RUN
    END-IF.
    PERFORM LOAD-TRAFFIC-FIGURES.
    PERFORM LOAD-GHOST-FIGURES.

    MOVE "KEY A NODE CODE AND PRESS ENTER" TO WS-InqMsg.
    IF WS-ParmTok2 NOT = SPACES
        MOVE WS-ParmTok2 TO WS-InqNode
        PERFORM SHOW-NODE
    END-IF.
    PERFORM UNTIL WS-InqDone = 'Y'
        DISPLAY INQ-Screen
        ACCEPT INQ-Screen
        PERFORM PROCESS-INQUIRY-KEY
    END-PERFORM.

    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    PERFORM CLOSE-NODE-NAMES.
    STOP RUN.

PROCESS-INQUIRY-KEY.
    EVALUATE TRUE
        WHEN WS-CrtStatus = 1003 OR WS-InqCmd = 'X'
            MOVE 'Y' TO WS-InqDone
        WHEN WS-CrtStatus = 1005 OR WS-InqCmd = 'L'
            IF WS-CurFound = 'Y'
                MOVE WS-CurLeft TO WS-InqNode
                PERFORM SHOW-NODE
            ELSE
                MOVE "NO NODE ON DISPLAY TO STEP FROM" TO WS-InqMsg
            END-IF
        WHEN WS-CrtStatus = 1006 OR WS-InqCmd = 'R'
            IF WS-CurFound = 'Y'
                MOVE WS-CurRight TO WS-InqNode
                PERFORM SHOW-NODE
            ELSE
                MOVE "NO NODE ON DISPLAY TO STEP FROM" TO WS-InqMsg
            END-IF
        WHEN WS-InqCmd NOT = SPACE
            MOVE SPACES TO WS-InqMsg
            STRING "UNKNOWN COMMAND '" WS-InqCmd
                "' - USE L, R OR X" DELIMITED SIZE INTO WS-InqMsg
        WHEN WS-InqNode = SPACES
            MOVE "KEY A NODE CODE AND PRESS ENTER" TO WS-InqMsg
        WHEN OTHER
            PERFORM SHOW-NODE
    END-EVALUATE.
    MOVE SPACE TO WS-InqCmd.

*> Read the keyed node and fill every screen field from it.  A code
*> the master does not hold leaves the screen cleared with a
*> message, and the reserved '***' direction record is refused
*> rather than shown as a node.
SHOW-NODE.
    MOVE 'N' TO WS-CurFound.
    MOVE SPACES TO WS-CurNode WS-CurLeft WS-CurRight
        WS-CurName WS-CurRegion WS-RefLeftList WS-RefRightList
        WS-ShowTraffic WS-ShowGhost WS-InqMsg.
    MOVE 0 TO WS-CurLCost WS-CurRCost WS-RefLeftCnt WS-RefRightCnt
        WS-RefLeftMore WS-RefRightMore.
    IF WS-InqNode = "***"
        MOVE "*** IS THE DIRECTION RECORD, NOT A NODE" TO WS-InqMsg
        EXIT PARAGRAPH
    END-IF.
    MOVE 'R' TO MAPIX-Op.
    MOVE WS-InqNode TO MAPIX-Loc.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        STRING "NODE " WS-InqNode " IS NOT ON " WS-IxFile
            DELIMITED SIZE INTO WS-InqMsg
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-CurFound.
    MOVE WS-InqNode TO WS-CurNode.
    MOVE MAPIX-Left TO WS-CurLeft.
    MOVE MAPIX-Right TO WS-CurRight.
    MOVE MAPIX-LeftCost TO WS-CurLCost.
    MOVE MAPIX-RightCost TO WS-CurRCost.
    MOVE WS-CurNode TO WS-NdnLoc.
    PERFORM LOOKUP-NODE-NAME.
    IF WS-NdnAvail = 'Y'
        MOVE WS-NdnName TO WS-CurName
        MOVE WS-NdnRegion TO WS-CurRegion
    END-IF.
    PERFORM FIND-LEFT-REFERENCES.
    PERFORM FIND-RIGHT-REFERENCES.
    PERFORM SHOW-TRAFFIC-FIGURE.
    PERFORM SHOW-GHOST-FIGURE.

*> Start on the left-pointer key at the node on display and read
*> forward while the left pointer is still that node.
FIND-LEFT-REFERENCES.
    MOVE 1 TO WS-RefLeftPtr.
    MOVE 'N' TO WS-RefScanEOF.
    MOVE 'P' TO MAPIX-Op.
    MOVE WS-CurNode TO MAPIX-Loc.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-RefScanEOF = 'Y'
        MOVE 'N' TO MAPIX-Op
        CALL "MAPIXIO" USING MAPIX-Parm
        IF MAPIX-Status NOT = '00' OR MAPIX-Left NOT = WS-CurNode
            MOVE 'Y' TO WS-RefScanEOF
        ELSE
            IF MAPIX-Loc NOT = "***"
                SET WS-RefLeftCnt UP BY 1
                IF WS-RefLeftPtr > 141
                    SET WS-RefLeftMore UP BY 1
                ELSE
                    STRING MAPIX-Loc " " DELIMITED SIZE
                        INTO WS-RefLeftList WITH POINTER WS-RefLeftPtr
                END-IF
            END-IF
        END-IF
    END-PERFORM.

FIND-RIGHT-REFERENCES.
    MOVE 1 TO WS-RefRightPtr.
    MOVE 'N' TO WS-RefScanEOF.
    MOVE 'Q' TO MAPIX-Op.
    MOVE WS-CurNode TO MAPIX-Loc.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-RefScanEOF = 'Y'
        MOVE 'N' TO MAPIX-Op
        CALL "MAPIXIO" USING MAPIX-Parm
        IF MAPIX-Status NOT = '00' OR MAPIX-Right NOT = WS-CurNode
            MOVE 'Y' TO WS-RefScanEOF
        ELSE
            IF MAPIX-Loc NOT = "***"
                SET WS-RefRightCnt UP BY 1
                IF WS-RefRightPtr > 141
                    SET WS-RefRightMore UP BY 1
                ELSE
                    STRING MAPIX-Loc " " DELIMITED SIZE
                        INTO WS-RefRightList WITH POINTER WS-RefRightPtr
                END-IF
            END-IF
        END-IF
    END-PERFORM.

SHOW-TRAFFIC-FIGURE.
    IF WS-TrfAvail = 'N'
        MOVE "NO traffic.txt" TO WS-ShowTraffic
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-FigHit.
    MOVE 1 TO WS-TrfSub.
    PERFORM UNTIL WS-TrfSub > WS-TrfCount OR WS-FigHit > 0
        IF WS-TrfLoc(WS-TrfSub) = WS-CurNode
            MOVE WS-TrfSub TO WS-FigHit
        END-IF
        SET WS-TrfSub UP BY 1
    END-PERFORM.
    IF WS-FigHit > 0
        STRING "VISITS=" WS-TrfVisits(WS-FigHit)
            " SHARE=" WS-TrfShare(WS-FigHit)
            " RUN=" WS-TrfRunDate " MAP=" WS-TrfMap
            DELIMITED SIZE INTO WS-ShowTraffic
    ELSE
        STRING "NOT VISITED IN THE LATEST RUN"
            " RUN=" WS-TrfRunDate " MAP=" WS-TrfMap
            DELIMITED SIZE INTO WS-ShowTraffic
    END-IF.

SHOW-GHOST-FIGURE.
    IF WS-GhcAvail = 'N'
        MOVE "NO ghostchk.txt" TO WS-ShowGhost
        EXIT PARAGRAPH
    END-IF.
    MOVE 0 TO WS-FigHit.
    MOVE 1 TO WS-GhcSub.
    PERFORM UNTIL WS-GhcSub > WS-GhcCount OR WS-FigHit > 0
        IF WS-GhcLoc(WS-GhcSub) = WS-CurNode
            MOVE WS-GhcSub TO WS-FigHit
        END-IF
        SET WS-GhcSub UP BY 1
    END-PERFORM.
    IF WS-FigHit > 0
        STRING WS-GhcText(WS-FigHit)
            " RUN=" WS-GhcRunDate
            DELIMITED SIZE INTO WS-ShowGhost
    ELSE
        STRING "NOT A GHOST START"
            " RUN=" WS-GhcRunDate " MAP=" WS-GhcMap
            DELIMITED SIZE INTO WS-ShowGhost
    END-IF.

*> traffic.txt is appended to by every walk, so each TRAFFIC header
*> starts the table afresh and the last run in the file is the one
*> left standing.  Node lines past WS-TrfMax are not kept.
LOAD-TRAFFIC-FIGURES.
    OPEN INPUT TRAFFILE.
    IF WS-TrafStatus NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-TrfAvail.
    PERFORM UNTIL WS-TrfEOF = 'Y'
        READ TRAFFILE
            AT END
                MOVE 'Y' TO WS-TrfEOF
            NOT AT END
                EVALUATE TRUE
                    WHEN TRAF-Record(1:16) = "TRAFFIC RUNDATE="
                        MOVE 0 TO WS-TrfCount
                        MOVE TRAF-Record(17:10) TO WS-TrfRunDate
                        MOVE TRAF-Record(32:20) TO WS-TrfMap
                    WHEN TRAF-Record(1:7) = "  NODE="
                        AND WS-TrfCount < WS-TrfMax
                        SET WS-TrfCount UP BY 1
                        MOVE TRAF-Record(8:3)
                            TO WS-TrfLoc(WS-TrfCount)
                        MOVE TRAF-Record(19:9)
                            TO WS-TrfVisits(WS-TrfCount)
                        MOVE TRAF-Record(35:6)
                            TO WS-TrfShare(WS-TrfCount)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE TRAFFILE.

*> ghostchk.txt holds only the last GHOSTCHK run.  The figure kept
*> for a start is its START= line up to the names.
LOAD-GHOST-FIGURES.
    OPEN INPUT CHKFILE.
    IF WS-ChkStatus NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-GhcAvail.
    PERFORM UNTIL WS-GhcEOF = 'Y'
        READ CHKFILE
            AT END
                MOVE 'Y' TO WS-GhcEOF
            NOT AT END
                EVALUATE TRUE
                    WHEN CHK-Record(1:17) = "GHOSTCHK RUNDATE="
                        MOVE 0 TO WS-GhcCount
                        MOVE CHK-Record(18:10) TO WS-GhcRunDate
                        MOVE CHK-Record(33:20) TO WS-GhcMap
                    WHEN CHK-Record(1:6) = "START="
                        AND WS-GhcCount < WS-GhcMax
                        SET WS-GhcCount UP BY 1
                        MOVE CHK-Record(7:3) TO WS-GhcLoc(WS-GhcCount)
                        MOVE SPACES TO WS-GhcText(WS-GhcCount)
                        UNSTRING CHK-Record(11:190)
                            DELIMITED BY " STARTNAME="
                            INTO WS-GhcText(WS-GhcCount)
                    WHEN OTHER
                        CONTINUE
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE CHKFILE.

COPY "NODENAME.CPY".
