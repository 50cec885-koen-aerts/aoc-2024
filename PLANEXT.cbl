IDENTIFICATION DIVISION.
PROGRAM-ID. PLANEXT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INFILE ASSIGN TO DYNAMIC WS-InFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-InStatus.
SELECT HWMFILE ASSIGN TO "planhwm.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-HwmStatus.
SELECT WALKOUT ASSIGN TO "planwalk.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-WalkStatus.
SELECT GHSTOUT ASSIGN TO "planghst.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-GhstStatus.
SELECT TRAFOUT ASSIGN TO "plantraf.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-TrafOutStatus.
SELECT PAIROUT ASSIGN TO "planpair.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PairOutStatus.
SELECT OPTOUT ASSIGN TO "planopt.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-OptStatus.
SELECT CTLOUT ASSIGN TO "planctl.csv"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CtlOutStatus.

DATA DIVISION.
FILE SECTION.
FD INFILE.
   01 IN-Record      PIC X(200).

FD HWMFILE.
   01 HWM-Record     PIC X(80).

FD WALKOUT.
   01 WALK-Record    PIC X(250).

FD GHSTOUT.
   01 GHST-Record    PIC X(250).

FD TRAFOUT.
   01 TRAFO-Record   PIC X(250).

FD PAIROUT.
   01 PAIRO-Record   PIC X(250).

FD OPTOUT.
   01 OPT-Record     PIC X(250).

FD CTLOUT.
   01 CTL-Record     PIC X(250).


WORKING-STORAGE SECTION.
01 WS-InFile         PIC X(20) VALUE SPACES.
01 WS-InStatus       PIC X(2) VALUE SPACES.
01 WS-HwmStatus      PIC X(2) VALUE SPACES.
01 WS-WalkStatus     PIC X(2) VALUE SPACES.
01 WS-GhstStatus     PIC X(2) VALUE SPACES.
01 WS-TrafOutStatus  PIC X(2) VALUE SPACES.
01 WS-PairOutStatus  PIC X(2) VALUE SPACES.
01 WS-OptStatus      PIC X(2) VALUE SPACES.
01 WS-CtlOutStatus   PIC X(2) VALUE SPACES.
01 WS-InEOF          PIC X(1) VALUE 'N'.
01 WS-InLine         PIC X(200) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-ThruDate       PIC X(10) VALUE SPACES.
*> The high-water mark (planhwm.txt): the through-date of the last
*> extract and, per source file, how many of its result records
*> dated that day had been read by then.  Records dated after the
*> mark go; records dated on it go only past that count, so a walk
*> run later on the same day as the extract is picked up by the next
*> one and nothing is sent twice.  No planhwm.txt means no extract
*> has run yet - everything up to the through-date goes.
01 WS-HwmDate        PIC X(10) VALUE SPACES.
01 WS-AfterDate      PIC X(10) VALUE SPACES.
01 WS-HwmEOF         PIC X(1) VALUE 'N'.
01 WS-HwmLine        PIC X(80) VALUE SPACES.
*> One entry per source file, in the order they are read.  A result
*> record is the header each run writes - report.txt's RUNDATE=
*> record, traffic.txt's TRAFFIC, pairdist.txt's PAIRDIST and
*> minhop.txt's TASK084 header - and the lines beneath it go or stay
*> with it.
01 WS-SrcCount       PIC 9(1) VALUE 4.
01 WS-SrcTbl.
   05 WS-Src OCCURS 4 TIMES.
      10 WS-SrcFile     PIC X(20).
      10 WS-SrcSeen     PIC 9(9).
      10 WS-SrcHwmCnt   PIC 9(9).
      10 WS-SrcNewSeen  PIC 9(9).
      10 WS-SrcRead     PIC X(1).
01 WS-SrcSub         PIC 9(1) VALUE 0.
01 WS-RecDate        PIC X(10) VALUE SPACES.
01 WS-Selected       PIC X(1) VALUE 'N'.
01 WS-HdrSelected    PIC X(1) VALUE 'N'.
*> The key every row starts with, so the five files join cleanly:
*> run date, map, and the map delivery (EFFECTIVE=) the run walked.
*> Records written before the delivery was stamped on them leave the
*> effective date empty.
01 WS-KeyMap         PIC X(20) VALUE SPACES.
01 WS-KeyEff         PIC X(10) VALUE SPACES.
01 WS-KeyDate        PIC X(10) VALUE SPACES.
*> The report.txt block being gathered: its walk result, if any,
*> and its ghost result with the GHOSTSTART lines read so far (a
*> run has at most 99 ghost paths - GHOSTPATHS= is two digits).
*> WS-BlkLimit is set by a LIMIT REACHED line in the block, with the
*> node the guard stopped at in WS-BlkLimitNode.
01 WS-WalkOpen       PIC X(1) VALUE 'N'.
01 WS-WkFrom         PIC X(10) VALUE SPACES.
01 WS-WkTo           PIC X(10) VALUE SPACES.
01 WS-WkResult       PIC X(10) VALUE SPACES.
01 WS-WkSteps        PIC X(20) VALUE SPACES.
01 WS-WkCost         PIC X(20) VALUE SPACES.
01 WS-WkRoute        PIC X(10) VALUE SPACES.
01 WS-BlkLimit       PIC X(1) VALUE 'N'.
01 WS-BlkLimitNode   PIC X(10) VALUE SPACES.
01 WS-GhostOpen      PIC X(1) VALUE 'N'.
01 WS-GhPaths        PIC X(10) VALUE SPACES.
01 WS-GhResult       PIC X(10) VALUE SPACES.
01 WS-GhSteps        PIC X(20) VALUE SPACES.
01 WS-GhMax          PIC 99 VALUE 99.
01 WS-GhCount        PIC 99 VALUE 0.
01 WS-GhSub          PIC 9(3) VALUE 0.
01 WS-GhTbl VALUE SPACES.
   05 WS-GhDetail OCCURS 99 TIMES.
      10 WS-GhStart     PIC X(10).
      10 WS-GhEnd       PIC X(10).
      10 WS-GhPathSteps PIC X(10).
*> The optimum being gathered from a TASK084 block; its row goes out
*> when the next header, or end of file, closes the block.
01 WS-OptOpen        PIC X(1) VALUE 'N'.
01 WS-OptFrom        PIC X(10) VALUE SPACES.
01 WS-OptTo          PIC X(10) VALUE SPACES.
01 WS-OptRoute       PIC X(10) VALUE SPACES.
01 WS-OptResult      PIC X(10) VALUE SPACES.
01 WS-OptMinHops     PIC X(20) VALUE SPACES.
01 WS-OptActSteps    PIC X(20) VALUE SPACES.
01 WS-OptHopRatio    PIC X(20) VALUE SPACES.
01 WS-OptMinCost     PIC X(20) VALUE SPACES.
01 WS-OptCostHops    PIC X(20) VALUE SPACES.
01 WS-OptActCost     PIC X(20) VALUE SPACES.
01 WS-OptCostRatio   PIC X(20) VALUE SPACES.
01 WS-OptReason      PIC X(40) VALUE SPACES.
01 WS-RowResult      PIC X(10) VALUE SPACES.
01 WS-RowReason      PIC X(40) VALUE SPACES.
01 WS-WalkRows       PIC 9(9) VALUE 0.
01 WS-GhstRows       PIC 9(9) VALUE 0.
01 WS-TrafRows       PIC 9(9) VALUE 0.
01 WS-PairRows       PIC 9(9) VALUE 0.
01 WS-OptRows        PIC 9(9) VALUE 0.
01 WS-TotRows        PIC 9(9) VALUE 0.
*> Field search work fields: FIND-TEXT looks for the first
*> WS-LookLen characters of WS-Look anywhere in WS-InLine and leaves
*> the column it starts in WS-LookHit (zero when absent); GET-FIELD
*> returns the value behind such a keyword, up to the next space, in
*> WS-FldVal (spaces when the line does not carry the keyword).
01 WS-Look           PIC X(16) VALUE SPACES.
01 WS-LookLen        PIC 9(2) VALUE 0.
01 WS-LookHit        PIC 9(3) VALUE 0.
01 WS-ScanSub        PIC 9(3) VALUE 0.
01 WS-ScanEnd        PIC 9(3) VALUE 0.
01 WS-FldStart       PIC 9(3) VALUE 0.
01 WS-FldLen         PIC 9(3) VALUE 0.
01 WS-FldVal         PIC X(40) VALUE SPACES.
01 WS-CsvLine        PIC X(250) VALUE SPACES.
01 WS-CsvPtr         PIC 9(3) VALUE 0.
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Interface extract for the planning group.  The walk, traffic and
*> route-optimum results the batch writes in its own KEY=VALUE
*> layouts are turned into one comma-delimited file per subject,
*> each with a fixed header row and every row led by the run date,
*> map and effective date of the delivery walked:
*>   planwalk.csv  walk results - TASK081 walks and TASK083's single
*>                 walk - from report.txt
*>   planghst.csv  ghost results from report.txt, one row per
*>                 GHOSTSTART line with the combined result repeated
*>   plantraf.csv  node traffic with each node's share, traffic.txt
*>   planpair.csv  pair distances, pairdist.txt
*>   planopt.csv   minimum-hop and cheapest-cost optima with the
*>                 ratios of the actual walk to them, minhop.txt
*> Each run sends only what is newer than the high-water mark (see
*> WS-HwmDate) up to the through-date, then writes planctl.csv - the
*> row count of every file, for the receiving side to reconcile
*> against - and only then moves the mark, so a run that dies part
*> way is simply run again.  The JCL PARM (or command line) is
*> "[THROUGH-DATE]", YYYY-MM-DD, defaulting to today; a through-date
*> after today (the mark would pass records not yet written) or
*> before the mark is refused - to resend, restore or remove
*> planhwm.txt.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE WS-RunDate TO WS-ThruDate.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY ALL SPACE
            INTO WS-ParmTok1
        IF WS-ParmTok1 NOT = SPACES
            PERFORM EDIT-DATE-PARM
        END-IF
    END-IF.

    MOVE "report.txt" TO WS-SrcFile(1).
    MOVE "traffic.txt" TO WS-SrcFile(2).
    MOVE "pairdist.txt" TO WS-SrcFile(3).
    MOVE "minhop.txt" TO WS-SrcFile(4).
    MOVE 1 TO WS-SrcSub.
    PERFORM UNTIL WS-SrcSub > WS-SrcCount
        MOVE 0 TO WS-SrcSeen(WS-SrcSub)
        MOVE 0 TO WS-SrcHwmCnt(WS-SrcSub)
        MOVE 0 TO WS-SrcNewSeen(WS-SrcSub)
        MOVE 'N' TO WS-SrcRead(WS-SrcSub)
        SET WS-SrcSub UP BY 1
    END-PERFORM.
    IF WS-ThruDate > WS-RunDate
        DISPLAY "THROUGH DATE " WS-ThruDate
            " IS AFTER TODAY - NOTHING EXTRACTED"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM READ-HIGH-WATER-MARK.
    IF WS-HwmDate NOT = SPACES AND WS-ThruDate < WS-HwmDate
        DISPLAY "THROUGH DATE " WS-ThruDate
            " IS BEFORE THE HIGH-WATER MARK " WS-HwmDate
            " - NOTHING EXTRACTED"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-HwmDate = SPACES
        MOVE "NONE" TO WS-AfterDate
    ELSE
        MOVE WS-HwmDate TO WS-AfterDate
    END-IF.

    PERFORM OPEN-EXTRACT-FILES.
    MOVE 1 TO WS-SrcSub.
    PERFORM EXTRACT-ONE-SOURCE.
    MOVE 2 TO WS-SrcSub.
    PERFORM EXTRACT-ONE-SOURCE.
    MOVE 3 TO WS-SrcSub.
    PERFORM EXTRACT-ONE-SOURCE.
    MOVE 4 TO WS-SrcSub.
    PERFORM EXTRACT-ONE-SOURCE.
    CLOSE WALKOUT GHSTOUT TRAFOUT PAIROUT OPTOUT.
    PERFORM WRITE-CONTROL-FILE.
    PERFORM WRITE-HIGH-WATER-MARK.

    DISPLAY "PLANEXT: AFTER " WS-AfterDate " THROUGH " WS-ThruDate
        " - WALK " WS-WalkRows ", GHOST " WS-GhstRows
        ", TRAFFIC " WS-TrafRows ", PAIR " WS-PairRows
        ", OPTIMUM " WS-OptRows " ROWS - CONTROL IN planctl.csv".

    STOP RUN.

EDIT-DATE-PARM.
    IF WS-ParmTok1(11:10) NOT = SPACES
        OR WS-ParmTok1(1:4) IS NOT NUMERIC
        OR WS-ParmTok1(5:1) NOT = "-"
        OR WS-ParmTok1(6:2) IS NOT NUMERIC
        OR WS-ParmTok1(8:1) NOT = "-"
        OR WS-ParmTok1(9:2) IS NOT NUMERIC
        DISPLAY "INVALID THROUGH DATE '" WS-ParmTok1
            "' - MUST BE YYYY-MM-DD"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ParmTok1(1:10) TO WS-ThruDate.

*> planhwm.txt is "PLANEXT HWM=yyyy-mm-dd ..." followed by one
*> "SOURCE=file SEEN=count" line per source file.
READ-HIGH-WATER-MARK.
    MOVE SPACES TO WS-HwmDate.
    MOVE 'N' TO WS-HwmEOF.
    OPEN INPUT HWMFILE.
    IF WS-HwmStatus NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-HwmEOF = 'Y'
        READ HWMFILE INTO WS-HwmLine
            AT END
                MOVE 'Y' TO WS-HwmEOF
            NOT AT END
                IF WS-HwmLine(1:12) = "PLANEXT HWM="
                    MOVE WS-HwmLine(13:10) TO WS-HwmDate
                END-IF
                IF WS-HwmLine(1:7) = "SOURCE="
                    AND WS-HwmLine(28:6) = " SEEN="
                    AND WS-HwmLine(34:9) IS NUMERIC
                    MOVE 1 TO WS-SrcSub
                    PERFORM UNTIL WS-SrcSub > WS-SrcCount
                        IF WS-SrcFile(WS-SrcSub) = WS-HwmLine(8:20)
                            MOVE WS-HwmLine(34:9)
                                TO WS-SrcSeen(WS-SrcSub)
                        END-IF
                        SET WS-SrcSub UP BY 1
                    END-PERFORM
                END-IF
        END-READ
    END-PERFORM.
    CLOSE HWMFILE.

OPEN-EXTRACT-FILES.
    OPEN OUTPUT WALKOUT GHSTOUT TRAFOUT PAIROUT OPTOUT.
    IF WS-WalkStatus NOT = '00' OR WS-GhstStatus NOT = '00'
        OR WS-TrafOutStatus NOT = '00' OR WS-PairOutStatus NOT = '00'
        OR WS-OptStatus NOT = '00'
        DISPLAY "UNABLE TO CREATE THE EXTRACT FILES, FILE STATUS "
            WS-WalkStatus " " WS-GhstStatus " " WS-TrafOutStatus " "
            WS-PairOutStatus " " WS-OptStatus
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "RUNDATE,MAP,EFFECTIVE,FROM,TO,RESULT,STEPS,COST,ROUTE"
        TO WALK-Record.
    WRITE WALK-Record.
    MOVE "RUNDATE,MAP,EFFECTIVE,GHOSTPATHS,RESULT,TOTALSTEPS,GHOSTSTART,GHOSTEND,GHOSTSTEPS"
        TO GHST-Record.
    WRITE GHST-Record.
    MOVE "RUNDATE,MAP,EFFECTIVE,TOTALVISITS,NODE,VISITS,SHARE"
        TO TRAFO-Record.
    WRITE TRAFO-Record.
    MOVE "RUNDATE,MAP,EFFECTIVE,FROM,TO,RESULT,STEPS,COST,ROUTE,REASON"
        TO PAIRO-Record.
    WRITE PAIRO-Record.
    MOVE "RUNDATE,MAP,EFFECTIVE,FROM,TO,ROUTE,RESULT,MINHOPS,ACTUALSTEPS,HOPRATIO,MINCOST,MINCOSTHOPS,ACTUALCOST,COSTRATIO,REASON"
        TO OPT-Record.
    WRITE OPT-Record.

*> A source file that is not there has nothing to send; it is not a
*> failure (minhop.txt, for one, only exists once TASK084 has run).
EXTRACT-ONE-SOURCE.
    MOVE WS-SrcFile(WS-SrcSub) TO WS-InFile.
    MOVE 'N' TO WS-InEOF.
    MOVE 'N' TO WS-HdrSelected.
    MOVE 'N' TO WS-GhostOpen.
    MOVE 'N' TO WS-WalkOpen.
    MOVE 'N' TO WS-OptOpen.
    OPEN INPUT INFILE.
    IF WS-InStatus NOT = '00'
        DISPLAY "PLANEXT: " WS-InFile " NOT PRESENT (FILE STATUS "
            WS-InStatus ") - NOTHING EXTRACTED FROM IT"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-SrcRead(WS-SrcSub).
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                EVALUATE WS-SrcSub
                    WHEN 1
                        PERFORM EXAMINE-REPORT-RECORD
                    WHEN 2
                        PERFORM EXAMINE-TRAFFIC-RECORD
                    WHEN 3
                        PERFORM EXAMINE-PAIRDIST-RECORD
                    WHEN 4
                        PERFORM EXAMINE-MINHOP-RECORD
                END-EVALUATE
        END-READ
    END-PERFORM.
    IF WS-OptOpen = 'Y'
        PERFORM WRITE-OPT-ROW
    END-IF.
    PERFORM FLUSH-REPORT-BLOCK.
    CLOSE INFILE.

*> The high-water test for one result record dated WS-RecDate.
SELECT-BY-DATE.
    MOVE 'N' TO WS-Selected.
    IF WS-RecDate > WS-ThruDate
        EXIT PARAGRAPH
    END-IF.
    IF WS-RecDate = WS-ThruDate
        SET WS-SrcNewSeen(WS-SrcSub) UP BY 1
    END-IF.
    IF WS-HwmDate NOT = SPACES
        IF WS-RecDate < WS-HwmDate
            EXIT PARAGRAPH
        END-IF
        IF WS-RecDate = WS-HwmDate
            SET WS-SrcHwmCnt(WS-SrcSub) UP BY 1
            IF WS-SrcHwmCnt(WS-SrcSub) <= WS-SrcSeen(WS-SrcSub)
                EXIT PARAGRAPH
            END-IF
        END-IF
    END-IF.
    MOVE 'Y' TO WS-Selected.

*> Takes the key every row of the current block carries; a map that
*> is not effective-dated (EFFECTIVE=NONE) leaves the column empty.
GET-ROW-KEY.
    MOVE WS-RecDate TO WS-KeyDate.
    MOVE " MAP=" TO WS-Look.
    MOVE 5 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-KeyMap.
    MOVE " EFFECTIVE=" TO WS-Look.
    MOVE 11 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-KeyEff.
    IF WS-KeyEff = "NONE"
        MOVE SPACES TO WS-KeyEff
    END-IF.

*> report.txt carries three result records, told apart by their
*> fields: TASK081's walk (FROM=/TO=), TASK083's single walk and
*> ghost result in one (SINGLEFROM=), and TASK082's or GHOSTMRG's
*> ghost result (GHOSTPATHS= alone).  The ghost results are followed
*> by their GHOSTSTART lines.  A walk the runaway guard stopped still
*> carries its partial count under STEPS= (SINGLESTEPS=, GHOSTSTEPS=)
*> and is told apart only by the "  LIMIT REACHED" line after it, so
*> a block's rows are held until the next RUNDATE= record, or end of
*> file, closes it - the way a TASK084 block is - and go out as
*> RESULT=LIMIT when that line turned up.
EXAMINE-REPORT-RECORD.
    IF WS-InLine(1:8) = "RUNDATE="
        PERFORM FLUSH-REPORT-BLOCK
        MOVE WS-InLine(9:10) TO WS-RecDate
        PERFORM SELECT-BY-DATE
        IF WS-Selected = 'N'
            EXIT PARAGRAPH
        END-IF
        PERFORM GET-ROW-KEY
        MOVE " SINGLEFROM=" TO WS-Look
        MOVE 12 TO WS-LookLen
        PERFORM FIND-TEXT
        IF WS-LookHit > 0
            PERFORM HOLD-SINGLE-WALK
            PERFORM OPEN-GHOST-RESULT
            EXIT PARAGRAPH
        END-IF
        MOVE " FROM=" TO WS-Look
        MOVE 6 TO WS-LookLen
        PERFORM FIND-TEXT
        IF WS-LookHit > 0
            PERFORM HOLD-WALK
            EXIT PARAGRAPH
        END-IF
        MOVE " GHOSTPATHS=" TO WS-Look
        MOVE 12 TO WS-LookLen
        PERFORM FIND-TEXT
        IF WS-LookHit > 0
            PERFORM OPEN-GHOST-RESULT
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-WalkOpen = 'N' AND WS-GhostOpen = 'N'
        EXIT PARAGRAPH
    END-IF.
    IF WS-InLine(1:13) = "  GHOSTSTART=" AND WS-GhostOpen = 'Y'
        PERFORM HOLD-GHOST-DETAIL
    END-IF.
    IF WS-InLine(1:15) = "  LIMIT REACHED"
        MOVE 'Y' TO WS-BlkLimit
        MOVE " AT NODE=" TO WS-Look
        MOVE 9 TO WS-LookLen
        PERFORM GET-FIELD
        MOVE WS-FldVal TO WS-BlkLimitNode
    END-IF.

FLUSH-REPORT-BLOCK.
    IF WS-WalkOpen = 'Y'
        PERFORM WRITE-WALK-ROW
    END-IF.
    IF WS-GhostOpen = 'Y'
        PERFORM WRITE-GHOST-ROWS
    END-IF.
    MOVE 'N' TO WS-WalkOpen.
    MOVE 'N' TO WS-GhostOpen.
    MOVE 'N' TO WS-BlkLimit.
    MOVE SPACES TO WS-BlkLimitNode.

HOLD-WALK.
    MOVE 'Y' TO WS-WalkOpen.
    MOVE " FROM=" TO WS-Look.
    MOVE 6 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkFrom.
    MOVE " TO=" TO WS-Look.
    MOVE 4 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkTo.
    MOVE "STEPS" TO WS-WkResult.
    MOVE " STEPS=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    IF WS-LookHit = 0
        MOVE "LIMIT" TO WS-WkResult
        MOVE " LIMIT=" TO WS-Look
        PERFORM GET-FIELD
    END-IF.
    MOVE WS-FldVal TO WS-WkSteps.
    MOVE " COST=" TO WS-Look.
    MOVE 6 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkCost.
    MOVE " ROUTE=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkRoute.

*> TASK083's single walk is a walk result like any other: the same
*> columns, no route.
HOLD-SINGLE-WALK.
    MOVE 'Y' TO WS-WalkOpen.
    MOVE " SINGLEFROM=" TO WS-Look.
    MOVE 12 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkFrom.
    MOVE " SINGLETO=" TO WS-Look.
    MOVE 10 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkTo.
    MOVE "STEPS" TO WS-WkResult.
    MOVE " SINGLESTEPS=" TO WS-Look.
    MOVE 13 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkSteps.
    MOVE " SINGLECOST=" TO WS-Look.
    MOVE 12 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-WkCost.
    MOVE SPACES TO WS-WkRoute.

*> The LIMIT REACHED line names the node the guard stopped at.  A
*> walk stopped anywhere but its TO node was the one cut short;
*> TASK083's single walk that did reach its TO left the limit to the
*> ghost walk after it.
WRITE-WALK-ROW.
    IF WS-BlkLimit = 'Y' AND WS-BlkLimitNode NOT = WS-WkTo
        MOVE "LIMIT" TO WS-WkResult
    END-IF.
    PERFORM START-CSV-ROW.
    STRING WS-WkFrom DELIMITED SPACE
        "," DELIMITED SIZE
        WS-WkTo DELIMITED SPACE
        "," DELIMITED SIZE
        WS-WkResult DELIMITED SPACE
        "," DELIMITED SIZE
        WS-WkSteps DELIMITED SPACE
        "," DELIMITED SIZE
        WS-WkCost DELIMITED SPACE
        "," DELIMITED SIZE
        WS-WkRoute DELIMITED SPACE
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.
    MOVE WS-CsvLine TO WALK-Record.
    WRITE WALK-Record.
    SET WS-WalkRows UP BY 1.

*> The combined ghost count is STEPS= (GHOSTSTEPS= on TASK083's
*> record), or CYCLEFAIL= when the cycle check could not stand
*> behind it.
OPEN-GHOST-RESULT.
    MOVE 'Y' TO WS-GhostOpen.
    MOVE 0 TO WS-GhCount.
    MOVE " GHOSTPATHS=" TO WS-Look.
    MOVE 12 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-GhPaths.
    MOVE "STEPS" TO WS-GhResult.
    MOVE " GHOSTSTEPS=" TO WS-Look.
    MOVE 12 TO WS-LookLen.
    PERFORM GET-FIELD.
    IF WS-LookHit = 0
        MOVE " STEPS=" TO WS-Look
        MOVE 7 TO WS-LookLen
        PERFORM GET-FIELD
    END-IF.
    IF WS-LookHit = 0
        MOVE "CYCLEFAIL" TO WS-GhResult
        MOVE " GHOSTCYCLEFAIL=" TO WS-Look
        MOVE 16 TO WS-LookLen
        PERFORM GET-FIELD
    END-IF.
    IF WS-LookHit = 0
        MOVE " CYCLEFAIL=" TO WS-Look
        MOVE 11 TO WS-LookLen
        PERFORM GET-FIELD
    END-IF.
    MOVE WS-FldVal TO WS-GhSteps.

HOLD-GHOST-DETAIL.
    IF WS-GhCount >= WS-GhMax
        EXIT PARAGRAPH
    END-IF.
    SET WS-GhCount UP BY 1.
    MOVE " GHOSTSTART=" TO WS-Look.
    MOVE 12 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-GhStart(WS-GhCount).
    MOVE " GHOST=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-GhEnd(WS-GhCount).
    MOVE " STEPS=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-GhPathSteps(WS-GhCount).

*> One row per GHOSTSTART line with the combined result repeated; a
*> result with no ghost starts still gets its row.  Any LIMIT REACHED
*> line in the block means the ghost walk was the one stopped (for
*> TASK083 the single walk ran first, so a limit there left no ghost
*> walk at all).
WRITE-GHOST-ROWS.
    IF WS-BlkLimit = 'Y'
        MOVE "LIMIT" TO WS-GhResult
    END-IF.
    IF WS-GhCount = 0
        PERFORM START-GHOST-ROW
        STRING ",," DELIMITED SIZE
            INTO WS-CsvLine WITH POINTER WS-CsvPtr
        MOVE WS-CsvLine TO GHST-Record
        WRITE GHST-Record
        SET WS-GhstRows UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE 1 TO WS-GhSub.
    PERFORM UNTIL WS-GhSub > WS-GhCount
        PERFORM START-GHOST-ROW
        STRING WS-GhStart(WS-GhSub) DELIMITED SPACE
            "," DELIMITED SIZE
            WS-GhEnd(WS-GhSub) DELIMITED SPACE
            "," DELIMITED SIZE
            WS-GhPathSteps(WS-GhSub) DELIMITED SPACE
            INTO WS-CsvLine WITH POINTER WS-CsvPtr
        MOVE WS-CsvLine TO GHST-Record
        WRITE GHST-Record
        SET WS-GhstRows UP BY 1
        SET WS-GhSub UP BY 1
    END-PERFORM.

START-GHOST-ROW.
    PERFORM START-CSV-ROW.
    STRING WS-GhPaths DELIMITED SPACE
        "," DELIMITED SIZE
        WS-GhResult DELIMITED SPACE
        "," DELIMITED SIZE
        WS-GhSteps DELIMITED SPACE
        "," DELIMITED SIZE
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.

*> traffic.txt: the TRAFFIC header, then one NODE= line per visited
*> node.  The region rollup beneath is left out - the planners roll
*> up from the node rows themselves.
EXAMINE-TRAFFIC-RECORD.
    IF WS-InLine(1:16) = "TRAFFIC RUNDATE="
        MOVE WS-InLine(17:10) TO WS-RecDate
        PERFORM SELECT-BY-DATE
        MOVE WS-Selected TO WS-HdrSelected
        IF WS-Selected = 'Y'
            PERFORM GET-ROW-KEY
            MOVE " TOTALVISITS=" TO WS-Look
            MOVE 13 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-GhSteps
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-InLine(1:7) = "  NODE=" AND WS-HdrSelected = 'Y'
        PERFORM START-CSV-ROW
        STRING WS-GhSteps DELIMITED SPACE
            "," DELIMITED SIZE
            INTO WS-CsvLine WITH POINTER WS-CsvPtr
        MOVE " NODE=" TO WS-Look
        MOVE 6 TO WS-LookLen
        PERFORM ADD-CSV-FIELD
        MOVE " VISITS=" TO WS-Look
        MOVE 8 TO WS-LookLen
        PERFORM ADD-CSV-FIELD
        MOVE " SHARE=" TO WS-Look
        MOVE 7 TO WS-LookLen
        PERFORM GET-FIELD
        STRING WS-FldVal DELIMITED SPACE
            INTO WS-CsvLine WITH POINTER WS-CsvPtr
        MOVE WS-CsvLine TO TRAFO-Record
        WRITE TRAFO-Record
        SET WS-TrafRows UP BY 1
    END-IF.

*> pairdist.txt: the PAIRDIST header, then one FROM= line per pair -
*> walked (STEPS=), stopped by the limit (LIMIT=) or REJECTED with
*> its reason.
EXAMINE-PAIRDIST-RECORD.
    IF WS-InLine(1:17) = "PAIRDIST RUNDATE="
        MOVE WS-InLine(18:10) TO WS-RecDate
        PERFORM SELECT-BY-DATE
        MOVE WS-Selected TO WS-HdrSelected
        IF WS-Selected = 'Y'
            PERFORM GET-ROW-KEY
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-InLine(1:5) NOT = "FROM=" OR WS-HdrSelected = 'N'
        EXIT PARAGRAPH
    END-IF.
    PERFORM START-CSV-ROW.
    MOVE "FROM=" TO WS-Look.
    MOVE 5 TO WS-LookLen.
    PERFORM ADD-CSV-FIELD.
    MOVE " TO=" TO WS-Look.
    MOVE 4 TO WS-LookLen.
    PERFORM ADD-CSV-FIELD.
    MOVE SPACES TO WS-RowReason.
    MOVE " STEPS=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE "STEPS" TO WS-RowResult.
    IF WS-LookHit = 0
        MOVE " LIMIT=" TO WS-Look
        PERFORM GET-FIELD
        MOVE "LIMIT" TO WS-RowResult
    END-IF.
    IF WS-LookHit = 0
        MOVE "REJECTED" TO WS-RowResult
        PERFORM GET-REASON
        MOVE WS-FldVal TO WS-RowReason
        MOVE SPACES TO WS-FldVal
    END-IF.
    STRING WS-RowResult DELIMITED SPACE
        "," DELIMITED SIZE
        WS-FldVal DELIMITED SPACE
        "," DELIMITED SIZE
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.
    MOVE " COST=" TO WS-Look.
    MOVE 6 TO WS-LookLen.
    PERFORM ADD-CSV-FIELD.
    MOVE " ROUTE=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM ADD-CSV-FIELD.
    STRING WS-RowReason DELIMITED "  "
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.
    MOVE WS-CsvLine TO PAIRO-Record.
    WRITE PAIRO-Record.
    SET WS-PairRows UP BY 1.

*> minhop.txt: a TASK084 header per pair or route - MINHOPS=, NO
*> ROUTE or REJECTED - with the ACTUALSTEPS=, MINCOST= and
*> ACTUALCOST= lines beneath it.  A figure TASK084 could not give
*> (NONE) goes as an empty column.
EXAMINE-MINHOP-RECORD.
    IF WS-InLine(1:16) = "TASK084 RUNDATE="
        IF WS-OptOpen = 'Y'
            PERFORM WRITE-OPT-ROW
        END-IF
        MOVE WS-InLine(17:10) TO WS-RecDate
        PERFORM SELECT-BY-DATE
        IF WS-Selected = 'Y'
            PERFORM OPEN-OPTIMUM
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-OptOpen = 'N'
        EXIT PARAGRAPH
    END-IF.
    EVALUATE TRUE
        WHEN WS-InLine(1:14) = "  ACTUALSTEPS="
            MOVE " ACTUALSTEPS=" TO WS-Look
            MOVE 13 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptActSteps
            MOVE " RATIO=" TO WS-Look
            MOVE 7 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptHopRatio
        WHEN WS-InLine(1:10) = "  MINCOST="
            MOVE " MINCOST=" TO WS-Look
            MOVE 9 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptMinCost
            MOVE " MINCOSTHOPS=" TO WS-Look
            MOVE 13 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptCostHops
        WHEN WS-InLine(1:13) = "  ACTUALCOST="
            MOVE " ACTUALCOST=" TO WS-Look
            MOVE 12 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptActCost
            MOVE " RATIO=" TO WS-Look
            MOVE 7 TO WS-LookLen
            PERFORM GET-FIELD
            MOVE WS-FldVal TO WS-OptCostRatio
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
    IF WS-OptActSteps = "NONE"
        MOVE SPACES TO WS-OptActSteps
    END-IF.
    IF WS-OptMinCost = "NONE"
        MOVE SPACES TO WS-OptMinCost
    END-IF.
    IF WS-OptActCost = "NONE"
        MOVE SPACES TO WS-OptActCost
    END-IF.

OPEN-OPTIMUM.
    MOVE 'Y' TO WS-OptOpen.
    PERFORM GET-ROW-KEY.
    MOVE SPACES TO WS-OptMinHops WS-OptActSteps WS-OptHopRatio
        WS-OptMinCost WS-OptCostHops WS-OptActCost WS-OptCostRatio
        WS-OptReason.
    MOVE " FROM=" TO WS-Look.
    MOVE 6 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-OptFrom.
    MOVE " TO=" TO WS-Look.
    MOVE 4 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-OptTo.
    MOVE " ROUTE=" TO WS-Look.
    MOVE 7 TO WS-LookLen.
    PERFORM GET-FIELD.
    MOVE WS-FldVal TO WS-OptRoute.
    MOVE " MINHOPS=" TO WS-Look.
    MOVE 9 TO WS-LookLen.
    PERFORM GET-FIELD.
    IF WS-LookHit > 0
        MOVE "OPTIMUM" TO WS-OptResult
        MOVE WS-FldVal TO WS-OptMinHops
        EXIT PARAGRAPH
    END-IF.
    MOVE " NO ROUTE" TO WS-Look.
    MOVE 9 TO WS-LookLen.
    PERFORM FIND-TEXT.
    IF WS-LookHit > 0
        MOVE "NOROUTE" TO WS-OptResult
        EXIT PARAGRAPH
    END-IF.
    MOVE "REJECTED" TO WS-OptResult.
    PERFORM GET-REASON.
    MOVE WS-FldVal TO WS-OptReason.

WRITE-OPT-ROW.
    MOVE 'N' TO WS-OptOpen.
    PERFORM START-CSV-ROW.
    STRING WS-OptFrom DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptTo DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptRoute DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptResult DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptMinHops DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptActSteps DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptHopRatio DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptMinCost DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptCostHops DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptActCost DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptCostRatio DELIMITED SPACE
        "," DELIMITED SIZE
        WS-OptReason DELIMITED "  "
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.
    MOVE WS-CsvLine TO OPT-Record.
    WRITE OPT-Record.
    SET WS-OptRows UP BY 1.

*> Every row begins RUNDATE,MAP,EFFECTIVE.
START-CSV-ROW.
    MOVE SPACES TO WS-CsvLine.
    MOVE 1 TO WS-CsvPtr.
    STRING WS-KeyDate DELIMITED SPACE
        "," DELIMITED SIZE
        WS-KeyMap DELIMITED SPACE
        "," DELIMITED SIZE
        WS-KeyEff DELIMITED SPACE
        "," DELIMITED SIZE
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.

*> The value behind the WS-Look keyword as the next column.
ADD-CSV-FIELD.
    PERFORM GET-FIELD.
    STRING WS-FldVal DELIMITED SPACE
        "," DELIMITED SIZE
        INTO WS-CsvLine WITH POINTER WS-CsvPtr.

FIND-TEXT.
    MOVE 0 TO WS-LookHit.
    COMPUTE WS-ScanEnd = 201 - WS-LookLen.
    MOVE 1 TO WS-ScanSub.
    PERFORM UNTIL WS-ScanSub > WS-ScanEnd OR WS-LookHit > 0
        IF WS-InLine(WS-ScanSub:WS-LookLen) = WS-Look(1:WS-LookLen)
            MOVE WS-ScanSub TO WS-LookHit
        END-IF
        SET WS-ScanSub UP BY 1
    END-PERFORM.

GET-FIELD.
    MOVE SPACES TO WS-FldVal.
    PERFORM FIND-TEXT.
    IF WS-LookHit = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-FldStart = WS-LookHit + WS-LookLen.
    IF WS-FldStart > 200
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-FldLen = 201 - WS-FldStart.
    UNSTRING WS-InLine(WS-FldStart:WS-FldLen) DELIMITED BY SPACE
        INTO WS-FldVal.

*> A REJECTED reason is free text: it runs from REASON= to the
*> ROUTE= or EFFECTIVE= that follows it, or to the end of the line.
GET-REASON.
    MOVE SPACES TO WS-FldVal.
    MOVE " REASON=" TO WS-Look.
    MOVE 8 TO WS-LookLen.
    PERFORM FIND-TEXT.
    IF WS-LookHit = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-FldStart = WS-LookHit + WS-LookLen.
    COMPUTE WS-FldLen = 201 - WS-FldStart.
    UNSTRING WS-InLine(WS-FldStart:WS-FldLen)
        DELIMITED BY " ROUTE=" OR " EFFECTIVE=" OR "  "
        INTO WS-FldVal.

*> planctl.csv: one row per interface file with the rows it holds,
*> not counting its header row, and the window the extract covered.
WRITE-CONTROL-FILE.
    OPEN OUTPUT CTLOUT.
    IF WS-CtlOutStatus NOT = '00'
        DISPLAY "UNABLE TO CREATE planctl.csv, FILE STATUS "
            WS-CtlOutStatus " - HIGH-WATER MARK NOT MOVED"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "EXTRACTDATE,AFTERDATE,THROUGHDATE,FILE,ROWS" TO CTL-Record.
    WRITE CTL-Record.
    MOVE "planwalk.csv" TO WS-FldVal.
    MOVE WS-WalkRows TO WS-TotRows.
    PERFORM WRITE-CONTROL-ROW.
    MOVE "planghst.csv" TO WS-FldVal.
    MOVE WS-GhstRows TO WS-TotRows.
    PERFORM WRITE-CONTROL-ROW.
    MOVE "plantraf.csv" TO WS-FldVal.
    MOVE WS-TrafRows TO WS-TotRows.
    PERFORM WRITE-CONTROL-ROW.
    MOVE "planpair.csv" TO WS-FldVal.
    MOVE WS-PairRows TO WS-TotRows.
    PERFORM WRITE-CONTROL-ROW.
    MOVE "planopt.csv" TO WS-FldVal.
    MOVE WS-OptRows TO WS-TotRows.
    PERFORM WRITE-CONTROL-ROW.
    CLOSE CTLOUT.

WRITE-CONTROL-ROW.
    MOVE SPACES TO WS-CsvLine.
    STRING WS-RunDate DELIMITED SIZE
        "," DELIMITED SIZE
        WS-AfterDate DELIMITED SPACE
        "," DELIMITED SIZE
        WS-ThruDate DELIMITED SIZE
        "," DELIMITED SIZE
        WS-FldVal DELIMITED SPACE
        "," DELIMITED SIZE
        WS-TotRows DELIMITED SIZE
        INTO WS-CsvLine.
    MOVE WS-CsvLine TO CTL-Record.
    WRITE CTL-Record.

*> The new mark is the through-date, with each source's count of
*> result records on that date.  A source that could not be read
*> this time keeps the count it had when the date is unchanged, so
*> its records are not sent twice once it is back.
WRITE-HIGH-WATER-MARK.
    OPEN OUTPUT HWMFILE.
    IF WS-HwmStatus NOT = '00'
        DISPLAY "UNABLE TO WRITE planhwm.txt, FILE STATUS "
            WS-HwmStatus " - THE NEXT EXTRACT WILL RESEND THIS ONE"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF.
    MOVE SPACES TO WS-HwmLine.
    STRING "PLANEXT HWM=" DELIMITED SIZE
        WS-ThruDate DELIMITED SIZE
        " EXTRACTED=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        INTO WS-HwmLine.
    MOVE WS-HwmLine TO HWM-Record.
    WRITE HWM-Record.
    MOVE 1 TO WS-SrcSub.
    PERFORM UNTIL WS-SrcSub > WS-SrcCount
        IF WS-SrcRead(WS-SrcSub) = 'N' AND WS-ThruDate = WS-HwmDate
            MOVE WS-SrcSeen(WS-SrcSub) TO WS-SrcNewSeen(WS-SrcSub)
        END-IF
        MOVE SPACES TO WS-HwmLine
        STRING "SOURCE=" DELIMITED SIZE
            WS-SrcFile(WS-SrcSub) DELIMITED SIZE
            " SEEN=" DELIMITED SIZE
            WS-SrcNewSeen(WS-SrcSub) DELIMITED SIZE
            INTO WS-HwmLine
        MOVE WS-HwmLine TO HWM-Record
        WRITE HWM-Record
        SET WS-SrcSub UP BY 1
    END-PERFORM.
    CLOSE HWMFILE.
