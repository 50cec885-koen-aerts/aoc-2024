IDENTIFICATION DIVISION.
PROGRAM-ID. GHOSTMRG.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FILE1 ASSIGN TO DYNAMIC WS-MapFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-File1Status.
SELECT PLISTFILE ASSIGN TO DYNAMIC WS-PListFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PListStatus.
SELECT PARTFILE ASSIGN TO DYNAMIC WS-PartInFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-PartStatus.
SELECT RPTFILE ASSIGN TO "report.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RptStatus.
SELECT CYCFILE ASSIGN TO "ghostcyc.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CycStatus.
SELECT RUNLOG ASSIGN TO "runlog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD FILE1.
   01 Row.
      03 RowVal      PIC X(2000).

FD PLISTFILE.
   01 PLIST-Record   PIC X(80).

COPY "GHOSTPFD.CPY".

COPY "MAPRPTFD.CPY".

COPY "GHOSTCYCFD.CPY".

COPY "RUNLOGFD.CPY".


WORKING-STORAGE SECTION.
01 WS-Dir.
   05 WS-Steps       PIC X(2000) VALUE SPACES.
COPY "MAPTBL.CPY".
COPY "GHOSTTBLWS.CPY".
COPY "GHOSTCYCWS.CPY".
01 WS-MyRow.
   03 WS-RowVal      PIC X(2000) VALUE SPACES.
01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-LoadAbort      PIC A(1) VALUE 'N'.
01 WS-EndCount       PIC 99.
01 WS-CountSteps     PIC 999999999999999 VALUE 0.
01 WS-StepSize       PIC 999999999999999 VALUE 0.
01 WS-DivResult      PIC 999999999999 VALUE 0.
01 WS-DivRem         PIC 999999999999 VALUE 0.
01 WS-MapFile        PIC X(20) VALUE "map.txt".
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-RptLine        PIC X(132) VALUE SPACES.
01 WS-RptStatus      PIC X(2) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(20) VALUE SPACES.
01 WS-IxMode         PIC X(1) VALUE 'N'.
*> The partition list names one partition result file per line
*> ('*' lines are comments), as written by the TASK082 partition
*> steps (GHOSTPFD.CPY).  WS-MrgPart keeps each file's name and the
*> partition it turned out to hold; WS-MrgOwner rides alongside
*> GHOSTTBLWS.CPY's WS-Path by the same position and records which
*> partition covered that ghost start, so a start covered twice or
*> not at all can be named.  WS-MrgRunDate is the night the first
*> partition ran; every other partition must have run the same
*> night, or it is a result file left over from an earlier run.
01 WS-PListFile      PIC X(20) VALUE "partlist.txt".
01 WS-PListStatus    PIC X(2) VALUE SPACES.
01 WS-PListEOF       PIC X(1) VALUE 'N'.
01 WS-PartInFile     PIC X(20) VALUE SPACES.
01 WS-PartStatus     PIC X(2) VALUE SPACES.
01 WS-PartEOF        PIC X(1) VALUE 'N'.
01 WS-MrgMax         PIC 99 VALUE 50.
01 WS-MrgCount       PIC 99 VALUE 0.
01 WS-MrgSub         PIC 99 VALUE 0.
01 WS-MrgDupSub      PIC 99 VALUE 0.
01 WS-MrgPartTbl.
   05 WS-MrgPart OCCURS 50 TIMES.
      10 WS-MrgPartFile PIC X(20).
      10 WS-MrgPartId   PIC X(8).
01 WS-MrgOwnerTbl.
   05 WS-MrgOwner OCCURS 50 TIMES PIC X(8).
01 WS-MrgErrors      PIC 9(3) VALUE 0.
01 WS-MrgHdrPaths    PIC 99 VALUE 0.
01 WS-MrgReadPaths   PIC 99 VALUE 0.
01 WS-MrgFound       PIC X(1) VALUE 'N'.
01 WS-MrgRunDate     PIC X(10) VALUE SPACES.
COPY "MAPXREFWS.CPY".
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "MAPIXLK.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".
COPY "WALKLIMWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Merge step of a partitioned TASK082 ghost walk.  Each partition
*> step (TASK082 with a PART= card) walked its own share of the
*> ghost starts and left a result file; once every step has run,
*> this program reads the files named in the partition list, checks
*> that together they cover every ghost start FIND-GHOSTS finds in
*> the map exactly once - same map, same delivery, same night,
*> every walk finished - and then does what a single TASK082 run does after
*> its walk: FindDiv on the combined first-'Z' counts, the cycle
*> check's combination of the paths' offsets and periods, and the
*> usual report.txt record with its GHOSTSTART lines.  A missing,
*> duplicate or unfinished partition ends the run with
*> WS-RC-PartFail (see RUNLOGWS.CPY) and no report record, so the
*> failed step can be rerun and the merge repeated.
*> PARM: "[partlist.txt [map-file [INDEXED]]]" - the map is the one
*> the partition steps walked (MAP= in their result files); INDEXED
*> reads an indexed master map through MAPIXIO instead of loading a
*> flat one.  A flat effective-dated map is loaded for the delivery
*> the partitions walked, not for today's.
    MOVE "GHOSTMRG" TO WS-LogPgm.
    PERFORM LOAD-WALK-LIMITS.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3
        IF WS-ParmTok1 NOT = SPACES
            MOVE WS-ParmTok1 TO WS-PListFile
        END-IF
        IF WS-ParmTok2 NOT = SPACES
            MOVE WS-ParmTok2 TO WS-MapFile
        END-IF
        IF WS-ParmTok3 = "INDEXED"
            MOVE 'Y' TO WS-IxMode
        END-IF
    END-IF.

    PERFORM FIND-MAP-GENERATION.
    MOVE "LOAD" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM READ-PARTITION-LIST.
    IF WS-MrgErrors > 0
        MOVE "FAIL-PART" TO WS-LogStatusTxt
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-PartFail TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-IxMode = 'Y'
        PERFORM LOAD-GHOSTS-IX
    ELSE
        PERFORM LOAD-MAP
    END-IF.
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
    PERFORM RUNLOG-END-PHASE.
    MOVE "VALIDATE" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    IF WS-IxMode = 'N'
        PERFORM SORT-MAP
        PERFORM VALIDATE-MAP
        IF WS-XrefAbort = 'Y'
            MOVE "FAIL-XREF" TO WS-LogStatusTxt
            PERFORM RUNLOG-END-PHASE
            MOVE WS-RC-XrefFail TO RETURN-CODE
            STOP RUN
        END-IF
        PERFORM FIND-GHOSTS
    END-IF.
    IF WS-GhostAbort = 'Y'
        MOVE "FAIL-GHOSTS" TO WS-LogStatusTxt
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-GhostFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.

    MOVE "MERGE" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM MERGE-PARTITIONS.
    IF WS-MrgErrors > 0
        DISPLAY WS-MrgErrors " PARTITION ERROR(S) IN " WS-PListFile
            " - MERGE REJECTED"
        MOVE "FAIL-PART" TO WS-LogStatusTxt
        PERFORM RUNLOG-END-PHASE
        MOVE WS-RC-PartFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.

    MOVE "FINDDIV" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 0 TO WS-StepSize.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        IF WS-GhostCnt(TrackId) > WS-StepSize
            MOVE WS-GhostCnt(TrackId) TO WS-StepSize
        END-IF
        SET TrackId UP BY 1
    END-PERFORM.
    MOVE WS-StepSize TO WS-CountSteps.
    SET WS-EndCount TO 0.
    PERFORM FindDiv UNTIL WS-EndCount = WS-TotPaths
        OR WS-LimitHit = 'Y'.
    DISPLAY "Map " WS-MapFile ": Partitions: " WS-MrgCount.
    DISPLAY "Map " WS-MapFile ": Total Steps: " WS-CountSteps.
    IF WS-LimitHit = 'Y'
        DISPLAY "Map " WS-MapFile ": WALK LIMIT REACHED"
        MOVE "LIMIT" TO WS-LogStatusTxt
        MOVE WS-RC-Limit TO WS-RunRcNew
        PERFORM HOLD-RUN-RC
    ELSE
        MOVE "OK" TO WS-LogStatusTxt
    END-IF.
    PERFORM RUNLOG-END-PHASE.
    IF WS-LimitHit = 'N'
        PERFORM CHECK-GHOST-CYCLES
    END-IF.

    MOVE "REPORT" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    PERFORM WRITE-REPORT.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.

    MOVE WS-RunRc TO RETURN-CODE.
    STOP RUN.

*> Read the partition list into WS-MrgPart, then look at the first
*> partition's header: the effective date it walked is the run date
*> LOAD-MAP selects the delivery for, so the merge checks the
*> partitions against the very map they walked, and the night it ran
*> is the one every other partition is held to.
READ-PARTITION-LIST.
    MOVE 0 TO WS-MrgCount.
    OPEN INPUT PLISTFILE.
    IF WS-PListStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-PListFile
            ', FILE STATUS ' WS-PListStatus
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    PERFORM UNTIL WS-PListEOF = 'Y'
        READ PLISTFILE
            AT END
                MOVE 'Y' TO WS-PListEOF
            NOT AT END
                IF PLIST-Record NOT = SPACES
                    AND PLIST-Record(1:1) NOT = '*'
                    IF WS-MrgCount >= WS-MrgMax
                        DISPLAY "PARTITION LIST EXCEEDS " WS-MrgMax
                            " FILES"
                        SET WS-MrgErrors UP BY 1
                        MOVE 'Y' TO WS-PListEOF
                    ELSE
                        SET WS-MrgCount UP BY 1
                        MOVE PLIST-Record(1:20)
                            TO WS-MrgPartFile(WS-MrgCount)
                        MOVE SPACES TO WS-MrgPartId(WS-MrgCount)
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PLISTFILE.
    IF WS-MrgCount = 0
        DISPLAY "NO PARTITION FILES LISTED IN " WS-PListFile
        SET WS-MrgErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-MrgPartFile(1) TO WS-PartInFile.
    OPEN INPUT PARTFILE.
    IF WS-PartStatus = '00'
        READ PARTFILE
            AT END
                CONTINUE
            NOT AT END
                IF PART-HdrTag = "GHOSTPART PART="
                    MOVE PART-RunDate TO WS-MrgRunDate
                    IF PART-EffDate NOT = "NONE"
                        MOVE PART-EffDate TO WS-EffRunDate
                    END-IF
                END-IF
        END-READ
        CLOSE PARTFILE
    END-IF.

*> Indexed-map counterpart of LOAD-MAP/FIND-GHOSTS: the direction
*> line from the reserved '***' record, then one sequential pass over
*> the key order collecting every node code ending in 'A', exactly
*> as TASK082's FIND-GHOSTS-IX does.
LOAD-GHOSTS-IX.
    MOVE 'O' TO MAPIX-Op.
    MOVE WS-MapFile TO MAPIX-File.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-MapFile
            ', FILE STATUS ' MAPIX-Status
        MOVE 'Y' TO WS-LoadAbort
        EXIT PARAGRAPH
    END-IF.
    MOVE 'D' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        DISPLAY "NO DIRECTION RECORD IN " WS-MapFile " - ABORTING"
        MOVE 'Y' TO WS-LoadAbort
    ELSE
        MOVE MAPIX-Line TO WS-Dir
        PERFORM FIND-GHOSTS-IX
    END-IF.
    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.

FIND-GHOSTS-IX.
    SET WS-TotPaths TO 0.
    SET WS-GhostAbort TO 'N'.
    MOVE 'S' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    PERFORM UNTIL WS-GhostAbort = 'Y' OR MAPIX-Status NOT = '00'
        MOVE 'N' TO MAPIX-Op
        CALL "MAPIXIO" USING MAPIX-Parm
        IF MAPIX-Status = '00'
            AND MAPIX-Loc NOT = "***"
            AND MAPIX-Loc(3:1) = 'A'
            IF WS-TotPaths >= WS-TrackMax
                DISPLAY "GHOST PATHS EXCEED CAP OF " WS-TrackMax
                SET WS-GhostAbort TO 'Y'
            ELSE
                SET WS-TotPaths UP BY 1
                SET TrackId TO WS-TotPaths
                MOVE MAPIX-Loc TO WS-GhostStart(TrackId)
                MOVE MAPIX-Loc TO WS-GhostLoc(TrackId)
                MOVE 0 TO WS-GhostCnt(TrackId)
            END-IF
        END-IF
    END-PERFORM.

*> Every listed partition is read in turn; every problem found is
*> reported before the merge is refused, so one rerun can put right
*> everything at once.
MERGE-PARTITIONS.
    IF WS-EffDate = SPACES
        MOVE "NONE" TO WS-EffDateOut
    ELSE
        MOVE WS-EffDate TO WS-EffDateOut
    END-IF.
    MOVE SPACES TO WS-MrgOwnerTbl.
    MOVE 1 TO WS-MrgSub.
    PERFORM UNTIL WS-MrgSub > WS-MrgCount
        PERFORM MERGE-ONE-PARTITION
        SET WS-MrgSub UP BY 1
    END-PERFORM.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        IF WS-MrgOwner(TrackId) = SPACES
            DISPLAY "GHOST START " WS-GhostStart(TrackId)
                " IS NOT COVERED BY ANY PARTITION"
            SET WS-MrgErrors UP BY 1
        END-IF
        SET TrackId UP BY 1
    END-PERFORM.

MERGE-ONE-PARTITION.
    MOVE WS-MrgPartFile(WS-MrgSub) TO WS-PartInFile.
    OPEN INPUT PARTFILE.
    IF WS-PartStatus NOT = '00'
        DISPLAY "PARTITION FILE " WS-PartInFile
            " IS MISSING, FILE STATUS " WS-PartStatus
        SET WS-MrgErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-PartEOF.
    READ PARTFILE
        AT END
            MOVE 'Y' TO WS-PartEOF
    END-READ.
    IF WS-PartEOF = 'Y' OR PART-HdrTag NOT = "GHOSTPART PART="
        DISPLAY WS-PartInFile " IS NOT A PARTITION RESULT FILE"
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    MOVE PART-Id TO WS-MrgPartId(WS-MrgSub).
    MOVE 'N' TO WS-MrgFound.
    MOVE 1 TO WS-MrgDupSub.
    PERFORM UNTIL WS-MrgDupSub >= WS-MrgSub OR WS-MrgFound = 'Y'
        IF WS-MrgPartId(WS-MrgDupSub) = PART-Id
            MOVE 'Y' TO WS-MrgFound
        ELSE
            SET WS-MrgDupSub UP BY 1
        END-IF
    END-PERFORM.
    IF WS-MrgFound = 'Y'
        DISPLAY "PARTITION " PART-Id " IS IN BOTH "
            WS-MrgPartFile(WS-MrgDupSub) " AND " WS-PartInFile
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    IF PART-MapFile NOT = WS-MapFile
        DISPLAY "PARTITION " PART-Id " WALKED MAP " PART-MapFile
            ", NOT " WS-MapFile
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    IF PART-EffDate NOT = WS-EffDateOut
        DISPLAY "PARTITION " PART-Id " WALKED DELIVERY " PART-EffDate
            ", NOT " WS-EffDateOut
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    IF WS-MrgRunDate = SPACES
        MOVE PART-RunDate TO WS-MrgRunDate
    END-IF.
    IF PART-RunDate NOT = WS-MrgRunDate
        DISPLAY "PARTITION " PART-Id " RAN ON " PART-RunDate
            ", NOT " WS-MrgRunDate " - STALE RESULT FILE, RERUN IT"
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    IF PART-Status NOT = "OK"
        DISPLAY "PARTITION " PART-Id " DID NOT FINISH (STATUS="
            PART-Status ") - RERUN IT"
        SET WS-MrgErrors UP BY 1
        CLOSE PARTFILE
        EXIT PARAGRAPH
    END-IF.
    MOVE PART-Paths TO WS-MrgHdrPaths.
    MOVE 0 TO WS-MrgReadPaths.
    PERFORM UNTIL WS-PartEOF = 'Y'
        READ PARTFILE
            AT END
                MOVE 'Y' TO WS-PartEOF
            NOT AT END
                IF PART-PathTag = "GHOSTSTART="
                    SET WS-MrgReadPaths UP BY 1
                    PERFORM MERGE-ONE-PATH
                END-IF
        END-READ
    END-PERFORM.
    CLOSE PARTFILE.
    IF WS-MrgReadPaths NOT = WS-MrgHdrPaths
        DISPLAY "PARTITION " WS-MrgPartId(WS-MrgSub) " HOLDS "
            WS-MrgReadPaths " PATHS, ITS HEADER SAYS " WS-MrgHdrPaths
        SET WS-MrgErrors UP BY 1
    END-IF.

MERGE-ONE-PATH.
    MOVE 'N' TO WS-MrgFound.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths OR WS-MrgFound = 'Y'
        IF WS-GhostStart(TrackId) = PART-Start
            MOVE 'Y' TO WS-MrgFound
        ELSE
            SET TrackId UP BY 1
        END-IF
    END-PERFORM.
    IF WS-MrgFound = 'N'
        DISPLAY "PARTITION " WS-MrgPartId(WS-MrgSub) ": " PART-Start
            " IS NOT A GHOST START OF " WS-MapFile
        SET WS-MrgErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    IF WS-MrgOwner(TrackId) NOT = SPACES
        DISPLAY "GHOST START " PART-Start " IS IN BOTH PARTITION "
            WS-MrgOwner(TrackId) " AND " WS-MrgPartId(WS-MrgSub)
        SET WS-MrgErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    IF PART-Steps NOT NUMERIC OR PART-Steps = 0
        DISPLAY "PARTITION " WS-MrgPartId(WS-MrgSub) ": " PART-Start
            " HAS NO STEP COUNT"
        SET WS-MrgErrors UP BY 1
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-MrgPartId(WS-MrgSub) TO WS-MrgOwner(TrackId).
    MOVE PART-Ghost TO WS-GhostLoc(TrackId).
    MOVE PART-Steps TO WS-GhostCnt(TrackId).
    SET CycId TO TrackId.
    MOVE PART-Verdict TO WS-CycVerdict(CycId).
    MOVE PART-Ghost TO WS-CycFirstZ(CycId).
    MOVE PART-Offset TO WS-CycPhase(CycId).
    MOVE PART-Period TO WS-CycPeriod(CycId).

*> The partition steps checked their own paths' cycles; what is left
*> is to combine them (GHOSTCMB.CPY) and judge FindDiv's answer the
*> way TASK082's CHECK-GHOST-CYCLES does.  The per-path lines are
*> already in ghostcyc.txt from the partition steps, so the merge
*> adds only its own header and RESULT line.
CHECK-GHOST-CYCLES.
    MOVE "CYCLECHK" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 0 TO WS-CycOkCount.
    MOVE 0 TO WS-CycBadCount.
    SET CycId TO 1.
    PERFORM UNTIL CycId > WS-TotPaths
        IF WS-CycVerdict(CycId) = 'O'
            SET WS-CycOkCount UP BY 1
        ELSE
            SET WS-CycBadCount UP BY 1
        END-IF
        SET CycId UP BY 1
    END-PERFORM.
    PERFORM CYC-COMBINE-PATHS.
    PERFORM WRITE-CYCLE-RESULT.
    EVALUATE WS-CycOverall
        WHEN "CORRECTED"
            DISPLAY "Map " WS-MapFile ": GHOST CYCLES BROKEN, STEPS "
                WS-CountSteps " CORRECTED TO " WS-CycResult
            MOVE WS-CycResult TO WS-CountSteps
            MOVE "CORRECTED" TO WS-LogStatusTxt
        WHEN "UNRESOLVED"
            DISPLAY "Map " WS-MapFile ": GHOST CYCLES BROKEN - "
                WS-CycReason
            MOVE "FAIL-CYCLE" TO WS-LogStatusTxt
            MOVE WS-RC-CycleFail TO WS-RunRcNew
            PERFORM HOLD-RUN-RC
        WHEN OTHER
            MOVE "OK" TO WS-LogStatusTxt
    END-EVALUATE.
    PERFORM RUNLOG-END-PHASE.

WRITE-CYCLE-RESULT.
    ACCEPT WS-CycRunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-CycRunDateRaw TO WS-CycRunDateNum.
    STRING WS-CycRunDateNum(1:4) "-" WS-CycRunDateNum(5:2) "-"
        WS-CycRunDateNum(7:2)
        DELIMITED SIZE INTO WS-CycRunDate.
    OPEN EXTEND CYCFILE.
    IF WS-CycStatus = '35'
        OPEN OUTPUT CYCFILE
        CLOSE CYCFILE
        OPEN EXTEND CYCFILE
    END-IF.
    MOVE SPACES TO WS-CycLine.
    STRING "GHOSTCYC RUNDATE=" DELIMITED SIZE
        WS-CycRunDate DELIMITED SIZE
        " MAP=" DELIMITED SIZE
        WS-MapFile DELIMITED SIZE
        " PATHS=" DELIMITED SIZE
        WS-TotPaths DELIMITED SIZE
        " MERGED PARTITIONS=" DELIMITED SIZE
        WS-MrgCount DELIMITED SIZE
        INTO WS-CycLine.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    MOVE SPACES TO WS-CycLine.
    STRING "RESULT OK=" DELIMITED SIZE
        WS-CycOkCount DELIMITED SIZE
        " BROKEN=" DELIMITED SIZE
        WS-CycBadCount DELIMITED SIZE
        " FINDDIV=" DELIMITED SIZE
        WS-CountSteps DELIMITED SIZE
        " STEPS=" DELIMITED SIZE
        WS-CycResult DELIMITED SIZE
        " " DELIMITED SIZE
        WS-CycOverall DELIMITED SIZE
        " " DELIMITED SIZE
        WS-CycReason DELIMITED SIZE
        INTO WS-CycLine.
    MOVE WS-CycLine TO CYC-Record.
    WRITE CYC-Record.
    CLOSE CYCFILE.

*> The same record TASK082 writes for a whole-map walk, so RUNHIST
*> and RUNRPT cannot tell a merged run from a single one.
WRITE-REPORT.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE SPACES TO WS-RptLine.
    IF WS-CycOverall = "UNRESOLVED"
        STRING "RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            " MAP=" DELIMITED SIZE
            WS-MapFile DELIMITED SIZE
            " GHOSTPATHS=" DELIMITED SIZE
            WS-TotPaths DELIMITED SIZE
            " CYCLEFAIL=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " EFFECTIVE=" DELIMITED SIZE
            WS-EffDateOut DELIMITED SIZE
            " GEN=" DELIMITED SIZE
            WS-MapGen DELIMITED SIZE
            INTO WS-RptLine
    ELSE
        STRING "RUNDATE=" DELIMITED SIZE
            WS-RunDate DELIMITED SIZE
            " MAP=" DELIMITED SIZE
            WS-MapFile DELIMITED SIZE
            " GHOSTPATHS=" DELIMITED SIZE
            WS-TotPaths DELIMITED SIZE
            " STEPS=" DELIMITED SIZE
            WS-CountSteps DELIMITED SIZE
            " EFFECTIVE=" DELIMITED SIZE
            WS-EffDateOut DELIMITED SIZE
            " GEN=" DELIMITED SIZE
            WS-MapGen DELIMITED SIZE
            INTO WS-RptLine
    END-IF.
    OPEN EXTEND RPTFILE.
    IF WS-RptStatus = '35'
        OPEN OUTPUT RPTFILE
        CLOSE RPTFILE
        OPEN EXTEND RPTFILE
    END-IF.
    MOVE WS-RptLine TO RPT-Record.
    WRITE RPT-Record.
    SET TrackId TO 1.
    PERFORM UNTIL TrackId > WS-TotPaths
        MOVE SPACES TO WS-RptLine
        STRING "  GHOSTSTART=" DELIMITED SIZE
            WS-GhostStart(TrackId) DELIMITED SIZE
            " GHOST=" DELIMITED SIZE
            WS-GhostLoc(TrackId) DELIMITED SIZE
            " STEPS=" DELIMITED SIZE
            WS-GhostCnt(TrackId) DELIMITED SIZE
            INTO WS-RptLine
        MOVE WS-RptLine TO RPT-Record
        WRITE RPT-Record
        SET TrackId UP BY 1
    END-PERFORM.
    IF WS-LimitHit = 'Y'
        MOVE SPACES TO WS-RptLine
        STRING "  LIMIT REACHED MAXSTEPS=" DELIMITED SIZE
            WS-MaxSteps DELIMITED SIZE
            INTO WS-RptLine
        MOVE WS-RptLine TO RPT-Record
        WRITE RPT-Record
    END-IF.
    CLOSE RPTFILE.

*> TASK082's FindDiv over the merged first-'Z' counts: step the
*> candidate by the longest count until every path's count divides
*> it.  Only MAXSTEPS applies - there is no walk left to cycle.
FindDiv.
    SET TrackId TO 1.
    SET WS-EndCount TO 0.
    PERFORM UNTIL TrackId > WS-TotPaths
        DIVIDE WS-CountSteps BY WS-GhostCnt(TrackId) GIVING WS-DivResult REMAINDER WS-DivRem
        IF WS-DivRem = 0
            SET WS-EndCount UP BY 1
        END-IF
        SET TrackId UP BY 1
    END-PERFORM.
    IF WS-EndCount < WS-TotPaths
        SET WS-CountSteps UP BY WS-StepSize
        IF WS-MaxSteps > 0 AND WS-CountSteps >= WS-MaxSteps
            MOVE 'Y' TO WS-LimitHit
        END-IF
    END-IF.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPXREF.CPY".

COPY "GHOSTTBL.CPY".

COPY "GHOSTCMB.CPY".

COPY "RUNLOG.CPY".

COPY "MAPGEN.CPY".

COPY "WALKLIM.CPY".
