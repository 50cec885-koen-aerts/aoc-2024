IDENTIFICATION DIVISION.
PROGRAM-ID. OPSSUM.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT INFILE ASSIGN TO DYNAMIC WS-InFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-InStatus.
SELECT OPSFILE ASSIGN TO "opssum.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-OpsStatus.

DATA DIVISION.
FILE SECTION.
FD INFILE.
   01 IN-Record      PIC X(200).

FD OPSFILE.
   01 OPS-Record     PIC X(200).


WORKING-STORAGE SECTION.
01 WS-InFile         PIC X(20) VALUE SPACES.
01 WS-InStatus       PIC X(2) VALUE SPACES.
01 WS-OpsStatus      PIC X(2) VALUE SPACES.
01 WS-InEOF          PIC X(1) VALUE 'N'.
01 WS-InLine         PIC X(200) VALUE SPACES.
01 WS-InOpen         PIC X(1) VALUE 'N'.
01 WS-InCurrent      PIC X(1) VALUE 'N'.
01 WS-HdrDate        PIC X(10) VALUE SPACES.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmDate       PIC X(20) VALUE SPACES.
01 WS-ParmJobs       VALUE SPACES.
   05 WS-ParmJob     PIC X(20) OCCURS 8 TIMES.
01 WS-ParmSub        PIC 9(2) VALUE 0.
01 WS-ForDate        PIC X(10) VALUE SPACES.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
*> One entry per job: the expected jobs first, in the order the PARM
*> named them (or the nightly default), then any other program that
*> left run-log records for the date, in the order they first
*> appear.  A job's status is the worst one its end records carry -
*> the one whose return code is highest - and a phase begun with no
*> end record makes it an ABEND whatever else it logged.
01 WS-JobMax         PIC 9(3) VALUE 20.
01 WS-JobCount       PIC 9(3) VALUE 0.
01 WS-JobTbl.
   05 WS-Job OCCURS 1 TO 20 TIMES DEPENDING ON WS-JobCount.
      10 WS-JobPgm      PIC X(8).
      10 WS-JobExpected PIC X(1).
      10 WS-JobBegins   PIC 9(5).
      10 WS-JobPhases   PIC 9(5).
      10 WS-JobRc       PIC 9(2).
      10 WS-JobStatus   PIC X(16).
      10 WS-JobLastEnd  PIC X(19).
      10 WS-JobGen      PIC 9(6).
      10 WS-JobAbends   PIC 9(5).
01 WS-JobFull        PIC X(1) VALUE 'N'.
01 WS-JobSub         PIC 9(3) VALUE 0.
01 WS-JobFoundSub    PIC 9(3) VALUE 0.
01 WS-ExpCount       PIC 9(3) VALUE 0.
*> One entry per PGM=/MAP=/PHASE= combination begun on the date, the
*> way RUNRPT pairs them: a begin record opens the entry and the
*> matching end record closes it, so an entry left open at end of
*> file is a phase that died.
01 WS-GrpMax         PIC 9(5) VALUE 500.
01 WS-GrpCount       PIC 9(5) VALUE 0.
01 WS-GrpTbl.
   05 WS-Grp OCCURS 1 TO 500 TIMES DEPENDING ON WS-GrpCount.
      10 WS-GrpPgm      PIC X(8).
      10 WS-GrpMap      PIC X(20).
      10 WS-GrpPhase    PIC X(8).
      10 WS-GrpOpen     PIC X(1).
      10 WS-GrpOpenStmp PIC X(19).
01 WS-GrpFull        PIC X(1) VALUE 'N'.
01 WS-GrpSub         PIC 9(5) VALUE 0.
01 WS-GrpFoundSub    PIC 9(5) VALUE 0.
01 WS-RecPgm         PIC X(8) VALUE SPACES.
01 WS-RecMap         PIC X(20) VALUE SPACES.
01 WS-RecPhase       PIC X(8) VALUE SPACES.
01 WS-RecStart       PIC X(19) VALUE SPACES.
01 WS-RecEnd         PIC X(19) VALUE SPACES.
01 WS-RecStatus      PIC X(16) VALUE SPACES.
01 WS-RecGen         PIC 9(6) VALUE 0.
01 WS-RecRc          PIC 9(2) VALUE 0.
01 WS-RcOut          PIC X(4) VALUE SPACES.
01 WS-LogRecCount    PIC 9(9) VALUE 0.
*> Maintenance audit totals for the date, one entry per maintenance
*> program that wrote a run header to maintaud.txt on it.  The
*> counts come off each run's TOTALS line; WS-MntCurSub is the entry
*> the header above the current line belongs to, zero while reading
*> runs from other dates.
01 WS-MntMax         PIC 9(2) VALUE 10.
01 WS-MntCount       PIC 9(2) VALUE 0.
01 WS-MntTbl.
   05 WS-Mnt OCCURS 1 TO 10 TIMES DEPENDING ON WS-MntCount.
      10 WS-MntPgm      PIC X(8).
      10 WS-MntRuns     PIC 9(5).
      10 WS-MntApplied  PIC 9(7).
      10 WS-MntRejected PIC 9(7).
      10 WS-MntSubmit   PIC 9(7).
      10 WS-MntApproved PIC 9(7).
      10 WS-MntRefused  PIC 9(7).
      10 WS-MntExpired  PIC 9(7).
01 WS-MntSub         PIC 9(2) VALUE 0.
01 WS-MntCurSub      PIC 9(2) VALUE 0.
01 WS-MntTotApplied  PIC 9(7) VALUE 0.
01 WS-MntTotRejected PIC 9(7) VALUE 0.
*> Text search work fields: FIND-TEXT looks for the first
*> WS-LookLen characters of WS-Look anywhere in WS-InLine and leaves
*> the column it starts in WS-LookHit (zero when absent);
*> PICK-COUNT reads the number standing behind such a keyword.
01 WS-Look           PIC X(12) VALUE SPACES.
01 WS-LookLen        PIC 9(2) VALUE 0.
01 WS-LookHit        PIC 9(3) VALUE 0.
01 WS-ScanSub        PIC 9(3) VALUE 0.
01 WS-ScanEnd        PIC 9(3) VALUE 0.
01 WS-PickVal        PIC 9(9) VALUE 0.
01 WS-PickDigit      PIC 9(1) VALUE 0.
01 WS-FlagHit        PIC X(1) VALUE 'N'.
*> Overall status: every condition that puts the night in doubt
*> counts once towards RED or AMBER.  RED - an expected job missing,
*> a job that failed (return code 8 or over) or abended, an
*> acceptance FAIL, a ghost start with no route; AMBER - a walk
*> stopped by its limit, a *SLOW*, *CHECK*, *OVER* or *NORUN* flag,
*> a RUNRPT or RUNHIST report not produced for the date, a rejected
*> or refused maintenance transaction.  GREEN is neither.
01 WS-RedCount       PIC 9(5) VALUE 0.
01 WS-AmberCount     PIC 9(5) VALUE 0.
01 WS-Overall        PIC X(5) VALUE SPACES.
01 WS-RC-Green       PIC 99 VALUE 0.
01 WS-RC-Amber       PIC 99 VALUE 4.
01 WS-RC-Red         PIC 99 VALUE 8.
01 WS-OverallRc      PIC 99 VALUE 0.
01 WS-OpsLine        PIC X(200) VALUE SPACES.
COPY "RUNLOGWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Morning operations summary.  Reads what the overnight batch left
*> behind - runlog.txt, runrpt.txt, runhist.txt, mapaccpt.txt,
*> ghostchk.txt, maintaud.txt and archpurg.txt - for one run date
*> and writes opssum.txt, the single page the morning shift reads
*> first:
*>   JOB=      one line per job from the run log, with its worst
*>             status and the return code that status is given (see
*>             RUNLOGWS.CPY), and each phase begun without an end
*>             listed under it as *ABEND*; an expected job with no
*>             run-log record for the date shows as MISSING
*>   FILE=     one line per report, CURRENT when its header RUNDATE=
*>             is the run date, with the lines that matter copied
*>             beneath it: the date's *ABEND*/*SLOW* (RUNRPT), *CHECK*/
*>             *OVER*/*NORUN* (RUNHIST) and *HOPELESS* (GHOSTCHK)
*>             flag, MAPACCPT's failed checks and verdict, the
*>             maintenance applied/rejected counts, and what ARCHPURG
*>             moved
*>   OVERALL   GREEN, AMBER or RED, with return code 0, 4 or 8 to
*>             match, so the scheduler can page on it
*> The JCL PARM (or command line) is "[RUN-DATE [JOB...]]": the date
*> (YYYY-MM-DD) defaults to today, and up to eight program names
*> replace the default list of jobs expected every night - TASK081,
*> TASK082, TASK083 and GHOSTCHK.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE WS-RunDate TO WS-ForDate.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY ALL SPACE
            INTO WS-ParmDate WS-ParmJob(1) WS-ParmJob(2) WS-ParmJob(3)
                WS-ParmJob(4) WS-ParmJob(5) WS-ParmJob(6) WS-ParmJob(7)
                WS-ParmJob(8)
        IF WS-ParmDate NOT = SPACES
            PERFORM EDIT-DATE-PARM
        END-IF
    END-IF.
    PERFORM LOAD-EXPECTED-JOBS.

    OPEN OUTPUT OPSFILE.
    IF WS-OpsStatus NOT = '00'
        DISPLAY 'UNABLE TO CREATE opssum.txt, FILE STATUS ' WS-OpsStatus
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE SPACES TO WS-OpsLine.
    STRING "OPSSUM RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " FOR=" DELIMITED SIZE
        WS-ForDate DELIMITED SIZE
        " EXPECTED=" DELIMITED SIZE
        WS-ExpCount DELIMITED SIZE
        INTO WS-OpsLine.
    PERFORM WRITE-OPS-LINE.

    PERFORM SCAN-RUN-LOG.
    PERFORM WRITE-JOB-LINES.
    MOVE "runrpt.txt" TO WS-InFile.
    PERFORM SUMMARISE-RUNRPT.
    MOVE "runhist.txt" TO WS-InFile.
    PERFORM SUMMARISE-RUNHIST.
    MOVE "mapaccpt.txt" TO WS-InFile.
    PERFORM SUMMARISE-ACCEPTANCE.
    MOVE "ghostchk.txt" TO WS-InFile.
    PERFORM SUMMARISE-GHOSTCHK.
    MOVE "maintaud.txt" TO WS-InFile.
    PERFORM SUMMARISE-MAINTENANCE.
    MOVE "archpurg.txt" TO WS-InFile.
    PERFORM SUMMARISE-ARCHIVE.

    IF WS-RedCount > 0
        MOVE "RED" TO WS-Overall
        MOVE WS-RC-Red TO WS-OverallRc
    ELSE
        IF WS-AmberCount > 0
            MOVE "AMBER" TO WS-Overall
            MOVE WS-RC-Amber TO WS-OverallRc
        ELSE
            MOVE "GREEN" TO WS-Overall
            MOVE WS-RC-Green TO WS-OverallRc
        END-IF
    END-IF.
    MOVE SPACES TO WS-OpsLine.
    STRING "OVERALL STATUS=" DELIMITED SIZE
        WS-Overall DELIMITED SIZE
        " RC=" DELIMITED SIZE
        WS-OverallRc DELIMITED SIZE
        " RED=" DELIMITED SIZE
        WS-RedCount DELIMITED SIZE
        " AMBER=" DELIMITED SIZE
        WS-AmberCount DELIMITED SIZE
        INTO WS-OpsLine.
    PERFORM WRITE-OPS-LINE.
    CLOSE OPSFILE.
    MOVE WS-OverallRc TO RETURN-CODE.

    DISPLAY "OPSSUM: " WS-ForDate " " WS-JobCount " JOBS, "
        WS-RedCount " RED, " WS-AmberCount " AMBER - OVERALL "
        WS-Overall " - REPORT IN opssum.txt".

    STOP RUN.

*> A run date other than today is for re-reading a missed morning;
*> it must look like YYYY-MM-DD or every comparison would quietly
*> miss and report the whole night MISSING.
EDIT-DATE-PARM.
    IF WS-ParmDate(11:10) NOT = SPACES
        OR WS-ParmDate(1:4) IS NOT NUMERIC
        OR WS-ParmDate(5:1) NOT = "-"
        OR WS-ParmDate(6:2) IS NOT NUMERIC
        OR WS-ParmDate(8:1) NOT = "-"
        OR WS-ParmDate(9:2) IS NOT NUMERIC
        DISPLAY "INVALID RUN DATE '" WS-ParmDate
            "' - MUST BE YYYY-MM-DD"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ParmDate(1:10) TO WS-ForDate.

LOAD-EXPECTED-JOBS.
    MOVE 0 TO WS-JobCount.
    IF WS-ParmJob(1) = SPACES
        MOVE "TASK081" TO WS-RecPgm
        PERFORM ADD-EXPECTED-JOB
        MOVE "TASK082" TO WS-RecPgm
        PERFORM ADD-EXPECTED-JOB
        MOVE "TASK083" TO WS-RecPgm
        PERFORM ADD-EXPECTED-JOB
        MOVE "GHOSTCHK" TO WS-RecPgm
        PERFORM ADD-EXPECTED-JOB
    ELSE
        MOVE 1 TO WS-ParmSub
        PERFORM UNTIL WS-ParmSub > 8
            IF WS-ParmJob(WS-ParmSub) NOT = SPACES
                MOVE WS-ParmJob(WS-ParmSub) TO WS-RecPgm
                PERFORM ADD-EXPECTED-JOB
            END-IF
            SET WS-ParmSub UP BY 1
        END-PERFORM
    END-IF.
    MOVE WS-JobCount TO WS-ExpCount.

ADD-EXPECTED-JOB.
    PERFORM FIND-JOB.
    IF WS-JobFoundSub > 0
        MOVE 'Y' TO WS-JobExpected(WS-JobFoundSub)
    END-IF.

*> Finds WS-RecPgm in the job table, adding it when it is new; a
*> full table is reported once and the extra job left out.
FIND-JOB.
    MOVE 0 TO WS-JobFoundSub.
    MOVE 1 TO WS-JobSub.
    PERFORM UNTIL WS-JobSub > WS-JobCount OR WS-JobFoundSub > 0
        IF WS-JobPgm(WS-JobSub) = WS-RecPgm
            MOVE WS-JobSub TO WS-JobFoundSub
        END-IF
        SET WS-JobSub UP BY 1
    END-PERFORM.
    IF WS-JobFoundSub = 0
        IF WS-JobCount >= WS-JobMax
            IF WS-JobFull = 'N'
                DISPLAY "MORE THAN " WS-JobMax
                    " JOBS FOR DATE - EXTRAS NOT REPORTED"
                MOVE 'Y' TO WS-JobFull
            END-IF
        ELSE
            SET WS-JobCount UP BY 1
            MOVE WS-JobCount TO WS-JobFoundSub
            MOVE WS-RecPgm TO WS-JobPgm(WS-JobFoundSub)
            MOVE 'N' TO WS-JobExpected(WS-JobFoundSub)
            MOVE 0 TO WS-JobBegins(WS-JobFoundSub)
            MOVE 0 TO WS-JobPhases(WS-JobFoundSub)
            MOVE 0 TO WS-JobRc(WS-JobFoundSub)
            MOVE SPACES TO WS-JobStatus(WS-JobFoundSub)
            MOVE SPACES TO WS-JobLastEnd(WS-JobFoundSub)
            MOVE 0 TO WS-JobGen(WS-JobFoundSub)
            MOVE 0 TO WS-JobAbends(WS-JobFoundSub)
        END-IF
    END-IF.

*> The run log is read the way RUNRPT reads it (fixed columns, card
*> echoes and anything else skipped by the marker tests), keeping
*> only the phases whose START= falls on the run date - an end
*> record carries its begin's START=, so a phase that ran across
*> midnight stays with the night it began.
SCAN-RUN-LOG.
    MOVE "runlog.txt" TO WS-InFile.
    MOVE 'N' TO WS-InEOF.
    OPEN INPUT INFILE.
    IF WS-InStatus NOT = '00'
        MOVE SPACES TO WS-OpsLine
        STRING "FILE=" DELIMITED SIZE
            WS-InFile DELIMITED SIZE
            " NOT PRESENT (FILE STATUS " DELIMITED SIZE
            WS-InStatus DELIMITED SIZE
            ") - NO JOB CAN BE ACCOUNTED FOR" DELIMITED SIZE
            INTO WS-OpsLine
        PERFORM WRITE-OPS-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                PERFORM EXAMINE-LOG-RECORD
        END-READ
    END-PERFORM.
    CLOSE INFILE.

EXAMINE-LOG-RECORD.
    IF WS-InLine(1:4) = "PGM="
        AND WS-InLine(13:5) = " MAP="
        AND WS-InLine(38:7) = " PHASE="
        AND WS-InLine(53:7) = " START="
        AND WS-InLine(79:5) = " END="
        AND WS-InLine(103:8) = " STATUS="
        AND WS-InLine(60:10) = WS-ForDate
        SET WS-LogRecCount UP BY 1
        MOVE WS-InLine(5:8) TO WS-RecPgm
        MOVE WS-InLine(18:20) TO WS-RecMap
        MOVE WS-InLine(45:8) TO WS-RecPhase
        MOVE WS-InLine(60:19) TO WS-RecStart
        MOVE WS-InLine(84:19) TO WS-RecEnd
        MOVE WS-InLine(111:16) TO WS-RecStatus
        MOVE 0 TO WS-RecGen
        IF WS-InLine(127:5) = " GEN=" AND WS-InLine(132:6) IS NUMERIC
            MOVE WS-InLine(132:6) TO WS-RecGen
        END-IF
        PERFORM FIND-JOB
        IF WS-JobFoundSub > 0
            PERFORM POST-TO-JOB
        END-IF
    END-IF.

POST-TO-JOB.
    PERFORM FIND-GROUP.
    IF WS-RecStatus(1:5) = "BEGIN"
        SET WS-JobBegins(WS-JobFoundSub) UP BY 1
        IF WS-GrpFoundSub > 0
            MOVE 'Y' TO WS-GrpOpen(WS-GrpFoundSub)
            MOVE WS-RecStart TO WS-GrpOpenStmp(WS-GrpFoundSub)
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-GrpFoundSub > 0
        MOVE 'N' TO WS-GrpOpen(WS-GrpFoundSub)
    END-IF.
    PERFORM STATUS-TO-RC.
    IF WS-JobPhases(WS-JobFoundSub) = 0
        OR WS-RecRc > WS-JobRc(WS-JobFoundSub)
        MOVE WS-RecRc TO WS-JobRc(WS-JobFoundSub)
        MOVE WS-RecStatus TO WS-JobStatus(WS-JobFoundSub)
    END-IF.
    SET WS-JobPhases(WS-JobFoundSub) UP BY 1.
    IF WS-RecEnd > WS-JobLastEnd(WS-JobFoundSub)
        MOVE WS-RecEnd TO WS-JobLastEnd(WS-JobFoundSub)
        MOVE WS-RecGen TO WS-JobGen(WS-JobFoundSub)
    END-IF.

FIND-GROUP.
    MOVE 0 TO WS-GrpFoundSub.
    MOVE 1 TO WS-GrpSub.
    PERFORM UNTIL WS-GrpSub > WS-GrpCount OR WS-GrpFoundSub > 0
        IF WS-GrpPgm(WS-GrpSub) = WS-RecPgm
            AND WS-GrpMap(WS-GrpSub) = WS-RecMap
            AND WS-GrpPhase(WS-GrpSub) = WS-RecPhase
            MOVE WS-GrpSub TO WS-GrpFoundSub
        END-IF
        SET WS-GrpSub UP BY 1
    END-PERFORM.
    IF WS-GrpFoundSub = 0
        IF WS-GrpCount >= WS-GrpMax
            IF WS-GrpFull = 'N'
                DISPLAY "MORE THAN " WS-GrpMax
                    " PHASES FOR DATE - EXTRAS NOT PAIRED"
                MOVE 'Y' TO WS-GrpFull
            END-IF
        ELSE
            SET WS-GrpCount UP BY 1
            MOVE WS-GrpCount TO WS-GrpFoundSub
            MOVE WS-RecPgm TO WS-GrpPgm(WS-GrpFoundSub)
            MOVE WS-RecMap TO WS-GrpMap(WS-GrpFoundSub)
            MOVE WS-RecPhase TO WS-GrpPhase(WS-GrpFoundSub)
            MOVE 'N' TO WS-GrpOpen(WS-GrpFoundSub)
            MOVE SPACES TO WS-GrpOpenStmp(WS-GrpFoundSub)
        END-IF
    END-IF.

*> The run log keeps the status text, not the return code; this is
*> the code each program sets for the status it logs.  A status this
*> table does not know is shown as 99 and counts as a failure.
STATUS-TO-RC.
    EVALUATE WS-RecStatus
        WHEN "OK"
        WHEN "CORRECTED"
            MOVE WS-RC-Ok TO WS-RecRc
        WHEN "LIMIT"
            MOVE WS-RC-Limit TO WS-RecRc
        WHEN "FAIL-LOAD"
            MOVE WS-RC-LoadFail TO WS-RecRc
        WHEN "FAIL-XREF"
            MOVE WS-RC-XrefFail TO WS-RecRc
        WHEN "FAIL-ENDPT"
            MOVE WS-RC-EndptFail TO WS-RecRc
        WHEN "FAIL-GHOSTS"
            MOVE WS-RC-GhostFail TO WS-RecRc
        WHEN "FAIL-CTL"
        WHEN "FAIL-PARTOUT"
            MOVE WS-RC-CtlFail TO WS-RecRc
        WHEN "FAIL-ACCEPT"
            MOVE WS-RC-AcceptFail TO WS-RecRc
        WHEN "HOPELESS"
            MOVE WS-RC-Unreach TO WS-RecRc
        WHEN "FAIL-CYCLE"
            MOVE WS-RC-CycleFail TO WS-RecRc
        WHEN "FAIL-PART"
            MOVE WS-RC-PartFail TO WS-RecRc
        WHEN "FAIL-TRAILER"
            MOVE WS-RC-TrailerFail TO WS-RecRc
        WHEN OTHER
            MOVE 99 TO WS-RecRc
    END-EVALUATE.

WRITE-JOB-LINES.
    MOVE 1 TO WS-JobSub.
    PERFORM UNTIL WS-JobSub > WS-JobCount
        PERFORM WRITE-ONE-JOB
        SET WS-JobSub UP BY 1
    END-PERFORM.

WRITE-ONE-JOB.
    MOVE 0 TO WS-JobAbends(WS-JobSub).
    MOVE 1 TO WS-GrpSub.
    PERFORM UNTIL WS-GrpSub > WS-GrpCount
        IF WS-GrpPgm(WS-GrpSub) = WS-JobPgm(WS-JobSub)
            AND WS-GrpOpen(WS-GrpSub) = 'Y'
            SET WS-JobAbends(WS-JobSub) UP BY 1
        END-IF
        SET WS-GrpSub UP BY 1
    END-PERFORM.
    MOVE SPACES TO WS-OpsLine.
    IF WS-JobBegins(WS-JobSub) = 0 AND WS-JobPhases(WS-JobSub) = 0
        SET WS-RedCount UP BY 1
        STRING "JOB=" DELIMITED SIZE
            WS-JobPgm(WS-JobSub) DELIMITED SIZE
            " STATUS=MISSING          RC=NONE" DELIMITED SIZE
            " NO RUN-LOG RECORD FOR DATE" DELIMITED SIZE
            INTO WS-OpsLine
        PERFORM WRITE-OPS-LINE
        EXIT PARAGRAPH
    END-IF.
    IF WS-JobAbends(WS-JobSub) > 0
        SET WS-RedCount UP BY 1
        MOVE "ABEND" TO WS-JobStatus(WS-JobSub)
        MOVE "NONE" TO WS-RcOut
    ELSE
        MOVE WS-JobRc(WS-JobSub) TO WS-RcOut
        IF WS-JobRc(WS-JobSub) >= WS-RC-LoadFail
            SET WS-RedCount UP BY 1
        ELSE
            IF WS-JobRc(WS-JobSub) > WS-RC-Ok
                SET WS-AmberCount UP BY 1
            END-IF
        END-IF
    END-IF.
    STRING "JOB=" DELIMITED SIZE
        WS-JobPgm(WS-JobSub) DELIMITED SIZE
        " STATUS=" DELIMITED SIZE
        WS-JobStatus(WS-JobSub) DELIMITED SIZE
        " RC=" DELIMITED SIZE
        WS-RcOut DELIMITED SIZE
        " PHASES=" DELIMITED SIZE
        WS-JobPhases(WS-JobSub) DELIMITED SIZE
        " LASTEND=" DELIMITED SIZE
        WS-JobLastEnd(WS-JobSub) DELIMITED SIZE
        " GEN=" DELIMITED SIZE
        WS-JobGen(WS-JobSub) DELIMITED SIZE
        INTO WS-OpsLine.
    PERFORM WRITE-OPS-LINE.
    IF WS-JobAbends(WS-JobSub) > 0
        MOVE 1 TO WS-GrpSub
        PERFORM UNTIL WS-GrpSub > WS-GrpCount
            IF WS-GrpPgm(WS-GrpSub) = WS-JobPgm(WS-JobSub)
                AND WS-GrpOpen(WS-GrpSub) = 'Y'
                MOVE SPACES TO WS-OpsLine
                STRING "  MAP=" DELIMITED SIZE
                    WS-GrpMap(WS-GrpSub) DELIMITED SIZE
                    " PHASE=" DELIMITED SIZE
                    WS-GrpPhase(WS-GrpSub) DELIMITED SIZE
                    " STARTED=" DELIMITED SIZE
                    WS-GrpOpenStmp(WS-GrpSub) DELIMITED SIZE
                    " WITHOUT END *ABEND*" DELIMITED SIZE
                    INTO WS-OpsLine
                PERFORM WRITE-OPS-LINE
            END-IF
            SET WS-GrpSub UP BY 1
        END-PERFORM
    END-IF.

*> RUNRPT rewrites runrpt.txt from the whole log each time it runs,
*> so its flags reach back over every night in the log.  Only those
*> of the run date are copied: an *ABEND* line whose STARTED= falls
*> on it, a *SLOW* line whose LATEST= run does.  A phase *SLOW* on
*> the date is AMBER; one *ABEND* on it is already RED as an ABEND
*> job line from the run-log scan, so it counts again only for a
*> program that scan could not hold.
SUMMARISE-RUNRPT.
    PERFORM OPEN-REPORT-INPUT.
    IF WS-InCurrent NOT = 'Y'
        SET WS-AmberCount UP BY 1
        PERFORM CLOSE-REPORT-INPUT
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                MOVE 'N' TO WS-FlagHit
                MOVE "*ABEND*" TO WS-Look
                MOVE 7 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    AND WS-InLine(53:9) = " STARTED="
                    AND WS-InLine(62:10) = WS-ForDate
                    MOVE 'Y' TO WS-FlagHit
                    PERFORM FIND-LOGGED-ABEND
                    IF WS-JobFoundSub = 0
                        SET WS-RedCount UP BY 1
                    END-IF
                END-IF
                MOVE "*SLOW*" TO WS-Look
                MOVE 6 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    AND WS-InLine(53:8) = " LATEST="
                    AND WS-InLine(61:10) = WS-ForDate
                    SET WS-AmberCount UP BY 1
                    MOVE 'Y' TO WS-FlagHit
                END-IF
                IF WS-FlagHit = 'Y'
                    PERFORM COPY-REPORT-LINE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM CLOSE-REPORT-INPUT.

*> Leaves WS-JobFoundSub on the run-log job for the runrpt.txt line's
*> PGM= when the scan found a phase of it begun without an end, zero
*> otherwise.  Unlike FIND-JOB it never adds a job.
FIND-LOGGED-ABEND.
    MOVE 0 TO WS-JobFoundSub.
    MOVE 1 TO WS-JobSub.
    PERFORM UNTIL WS-JobSub > WS-JobCount OR WS-JobFoundSub > 0
        IF WS-JobPgm(WS-JobSub) = WS-InLine(5:8)
            AND WS-JobAbends(WS-JobSub) > 0
            MOVE WS-JobSub TO WS-JobFoundSub
        END-IF
        SET WS-JobSub UP BY 1
    END-PERFORM.

*> RUNHIST flags a route *CHECK* with its *OVER* walks beneath it,
*> and a route with no walks in the history *NORUN*.
SUMMARISE-RUNHIST.
    PERFORM OPEN-REPORT-INPUT.
    IF WS-InCurrent NOT = 'Y'
        SET WS-AmberCount UP BY 1
        PERFORM CLOSE-REPORT-INPUT
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                MOVE 'N' TO WS-FlagHit
                MOVE "*CHECK*" TO WS-Look
                MOVE 7 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    MOVE 'Y' TO WS-FlagHit
                END-IF
                MOVE "*OVER*" TO WS-Look
                MOVE 6 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    MOVE 'Y' TO WS-FlagHit
                END-IF
                MOVE "*NORUN*" TO WS-Look
                MOVE 7 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    MOVE 'Y' TO WS-FlagHit
                END-IF
                IF WS-FlagHit = 'Y'
                    SET WS-AmberCount UP BY 1
                    PERFORM COPY-REPORT-LINE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM CLOSE-REPORT-INPUT.

*> Acceptance only runs when a delivery arrives, so a mapaccpt.txt
*> from another day is no concern.  From the day's run every check
*> that failed is copied, and the verdict line always.
SUMMARISE-ACCEPTANCE.
    PERFORM OPEN-REPORT-INPUT.
    IF WS-InCurrent NOT = 'Y'
        PERFORM CLOSE-REPORT-INPUT
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                IF WS-InLine(1:8) = "VERDICT="
                    IF WS-InLine(9:4) NOT = "PASS"
                        SET WS-RedCount UP BY 1
                    END-IF
                    PERFORM COPY-REPORT-LINE
                ELSE
                    MOVE "STATUS=FAIL" TO WS-Look
                    MOVE 11 TO WS-LookLen
                    PERFORM FIND-TEXT
                    IF WS-LookHit > 0
                        PERFORM COPY-REPORT-LINE
                    END-IF
                END-IF
        END-READ
    END-PERFORM.
    PERFORM CLOSE-REPORT-INPUT.

*> GHOSTCHK's own absence is a MISSING job when it is expected; its
*> report gives the unreachable starts and the TOTALS line.
SUMMARISE-GHOSTCHK.
    PERFORM OPEN-REPORT-INPUT.
    IF WS-InCurrent NOT = 'Y'
        PERFORM CLOSE-REPORT-INPUT
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                MOVE "*HOPELESS*" TO WS-Look
                MOVE 10 TO WS-LookLen
                PERFORM FIND-TEXT
                IF WS-LookHit > 0
                    SET WS-RedCount UP BY 1
                    PERFORM COPY-REPORT-LINE
                END-IF
                IF WS-InLine(1:7) = "TOTALS "
                    PERFORM COPY-REPORT-LINE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM CLOSE-REPORT-INPUT.

*> maintaud.txt is appended to by every maintenance run, each one a
*> "<PROGRAM> RUNDATE=" header, its detail, and a TOTALS line.  The
*> TOTALS of the runs made on the date are added up per program:
*> APPLIED=/REJECTED= from MAPMAINT, DIRMAINT, NODMAINT and RTEMAINT,
*> SUBMITTED=/REFUSED= from MAINTSUB, APPROVED=/REJECTED=/REFUSED=/
*> EXPIRED= from MAINTAPR.  The rejected total is every transaction
*> turned away on the date - rejected on apply, refused at submission
*> or approval, or rejected by the approver.
SUMMARISE-MAINTENANCE.
    MOVE 'N' TO WS-InEOF.
    MOVE 0 TO WS-MntCount.
    MOVE 0 TO WS-MntCurSub.
    OPEN INPUT INFILE.
    IF WS-InStatus NOT = '00'
        MOVE SPACES TO WS-OpsLine
        STRING "FILE=" DELIMITED SIZE
            WS-InFile DELIMITED SIZE
            " NOT PRESENT (FILE STATUS " DELIMITED SIZE
            WS-InStatus DELIMITED SIZE
            ") - NO MAINTENANCE RECORDED" DELIMITED SIZE
            INTO WS-OpsLine
        PERFORM WRITE-OPS-LINE
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                PERFORM EXAMINE-AUDIT-RECORD
        END-READ
    END-PERFORM.
    CLOSE INFILE.
    MOVE SPACES TO WS-OpsLine.
    STRING "FILE=" DELIMITED SIZE
        WS-InFile DELIMITED SIZE
        " MAINTENANCE PROGRAMS RUN FOR DATE=" DELIMITED SIZE
        WS-MntCount DELIMITED SIZE
        INTO WS-OpsLine.
    PERFORM WRITE-OPS-LINE.
    MOVE 0 TO WS-MntTotApplied.
    MOVE 0 TO WS-MntTotRejected.
    MOVE 1 TO WS-MntSub.
    PERFORM UNTIL WS-MntSub > WS-MntCount
        PERFORM WRITE-ONE-MAINT
        SET WS-MntSub UP BY 1
    END-PERFORM.
    IF WS-MntTotRejected > 0
        SET WS-AmberCount UP BY 1
    END-IF.
    MOVE SPACES TO WS-OpsLine.
    STRING "  TOTALS APPLIED=" DELIMITED SIZE
        WS-MntTotApplied DELIMITED SIZE
        " REJECTED=" DELIMITED SIZE
        WS-MntTotRejected DELIMITED SIZE
        INTO WS-OpsLine.
    PERFORM WRITE-OPS-LINE.

EXAMINE-AUDIT-RECORD.
    IF WS-InLine(9:9) = " RUNDATE="
        AND WS-InLine(1:8) NOT = SPACES
        MOVE 0 TO WS-MntCurSub
        IF WS-InLine(18:10) = WS-ForDate
            PERFORM FIND-MAINT-PROGRAM
            IF WS-MntCurSub > 0
                SET WS-MntRuns(WS-MntCurSub) UP BY 1
            END-IF
        END-IF
        EXIT PARAGRAPH
    END-IF.
    IF WS-InLine(1:7) NOT = "TOTALS " OR WS-MntCurSub = 0
        EXIT PARAGRAPH
    END-IF.
    MOVE " APPLIED=" TO WS-Look.
    MOVE 9 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntApplied(WS-MntCurSub).
    MOVE " REJECTED=" TO WS-Look.
    MOVE 10 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntRejected(WS-MntCurSub).
    MOVE " SUBMITTED=" TO WS-Look.
    MOVE 11 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntSubmit(WS-MntCurSub).
    MOVE " APPROVED=" TO WS-Look.
    MOVE 10 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntApproved(WS-MntCurSub).
    MOVE " REFUSED=" TO WS-Look.
    MOVE 9 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntRefused(WS-MntCurSub).
    MOVE " EXPIRED=" TO WS-Look.
    MOVE 9 TO WS-LookLen.
    PERFORM PICK-COUNT.
    ADD WS-PickVal TO WS-MntExpired(WS-MntCurSub).
    MOVE 0 TO WS-MntCurSub.

FIND-MAINT-PROGRAM.
    MOVE 1 TO WS-MntSub.
    PERFORM UNTIL WS-MntSub > WS-MntCount OR WS-MntCurSub > 0
        IF WS-MntPgm(WS-MntSub) = WS-InLine(1:8)
            MOVE WS-MntSub TO WS-MntCurSub
        END-IF
        SET WS-MntSub UP BY 1
    END-PERFORM.
    IF WS-MntCurSub = 0 AND WS-MntCount < WS-MntMax
        SET WS-MntCount UP BY 1
        MOVE WS-MntCount TO WS-MntCurSub
        MOVE WS-InLine(1:8) TO WS-MntPgm(WS-MntCurSub)
        MOVE 0 TO WS-MntRuns(WS-MntCurSub)
        MOVE 0 TO WS-MntApplied(WS-MntCurSub)
        MOVE 0 TO WS-MntRejected(WS-MntCurSub)
        MOVE 0 TO WS-MntSubmit(WS-MntCurSub)
        MOVE 0 TO WS-MntApproved(WS-MntCurSub)
        MOVE 0 TO WS-MntRefused(WS-MntCurSub)
        MOVE 0 TO WS-MntExpired(WS-MntCurSub)
    END-IF.

WRITE-ONE-MAINT.
    MOVE SPACES TO WS-OpsLine.
    EVALUATE WS-MntPgm(WS-MntSub)
        WHEN "MAINTSUB"
            STRING "  PGM=" DELIMITED SIZE
                WS-MntPgm(WS-MntSub) DELIMITED SIZE
                " RUNS=" DELIMITED SIZE
                WS-MntRuns(WS-MntSub) DELIMITED SIZE
                " SUBMITTED=" DELIMITED SIZE
                WS-MntSubmit(WS-MntSub) DELIMITED SIZE
                " REFUSED=" DELIMITED SIZE
                WS-MntRefused(WS-MntSub) DELIMITED SIZE
                INTO WS-OpsLine
        WHEN "MAINTAPR"
            STRING "  PGM=" DELIMITED SIZE
                WS-MntPgm(WS-MntSub) DELIMITED SIZE
                " RUNS=" DELIMITED SIZE
                WS-MntRuns(WS-MntSub) DELIMITED SIZE
                " APPROVED=" DELIMITED SIZE
                WS-MntApproved(WS-MntSub) DELIMITED SIZE
                " REJECTED=" DELIMITED SIZE
                WS-MntRejected(WS-MntSub) DELIMITED SIZE
                " REFUSED=" DELIMITED SIZE
                WS-MntRefused(WS-MntSub) DELIMITED SIZE
                " EXPIRED=" DELIMITED SIZE
                WS-MntExpired(WS-MntSub) DELIMITED SIZE
                INTO WS-OpsLine
        WHEN OTHER
            STRING "  PGM=" DELIMITED SIZE
                WS-MntPgm(WS-MntSub) DELIMITED SIZE
                " RUNS=" DELIMITED SIZE
                WS-MntRuns(WS-MntSub) DELIMITED SIZE
                " APPLIED=" DELIMITED SIZE
                WS-MntApplied(WS-MntSub) DELIMITED SIZE
                " REJECTED=" DELIMITED SIZE
                WS-MntRejected(WS-MntSub) DELIMITED SIZE
                INTO WS-OpsLine
    END-EVALUATE.
    PERFORM WRITE-OPS-LINE.
    ADD WS-MntApplied(WS-MntSub) TO WS-MntTotApplied.
    ADD WS-MntRejected(WS-MntSub) TO WS-MntTotRejected.
    ADD WS-MntRefused(WS-MntSub) TO WS-MntTotRejected.

*> ARCHPURG's per-file lines and its TOTALS line say what was moved
*> out of the live files and what was kept.
SUMMARISE-ARCHIVE.
    PERFORM OPEN-REPORT-INPUT.
    IF WS-InCurrent NOT = 'Y'
        PERFORM CLOSE-REPORT-INPUT
        EXIT PARAGRAPH
    END-IF.
    PERFORM UNTIL WS-InEOF = 'Y'
        READ INFILE INTO WS-InLine
            AT END
                MOVE 'Y' TO WS-InEOF
            NOT AT END
                IF WS-InLine(1:5) = "FILE="
                    OR WS-InLine(1:7) = "TOTALS "
                    PERFORM COPY-REPORT-LINE
                END-IF
        END-READ
    END-PERFORM.
    PERFORM CLOSE-REPORT-INPUT.

*> Opens WS-InFile, reads its header and writes its FILE= line:
*> CURRENT when the header's RUNDATE= is the run date (WS-InCurrent
*> 'Y', the rest of the file waiting to be read), otherwise the date
*> it was last run for, or NOT PRESENT.
OPEN-REPORT-INPUT.
    MOVE 'N' TO WS-InCurrent.
    MOVE 'N' TO WS-InOpen.
    MOVE 'N' TO WS-InEOF.
    MOVE SPACES TO WS-OpsLine.
    OPEN INPUT INFILE.
    IF WS-InStatus NOT = '00'
        MOVE 'Y' TO WS-InEOF
        STRING "FILE=" DELIMITED SIZE
            WS-InFile DELIMITED SIZE
            " NOT PRESENT (FILE STATUS " DELIMITED SIZE
            WS-InStatus DELIMITED SIZE
            ")" DELIMITED SIZE
            INTO WS-OpsLine
        PERFORM WRITE-OPS-LINE
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-InOpen.
    MOVE SPACES TO WS-InLine.
    READ INFILE INTO WS-InLine
        AT END
            MOVE 'Y' TO WS-InEOF
    END-READ.
    MOVE SPACES TO WS-HdrDate.
    MOVE "RUNDATE=" TO WS-Look.
    MOVE 8 TO WS-LookLen.
    PERFORM FIND-TEXT.
    IF WS-LookHit > 0 AND WS-LookHit <= 183
        MOVE WS-InLine(WS-LookHit + 8:10) TO WS-HdrDate
    END-IF.
    IF WS-HdrDate = WS-ForDate
        MOVE 'Y' TO WS-InCurrent
        STRING "FILE=" DELIMITED SIZE
            WS-InFile DELIMITED SIZE
            " RUNDATE=" DELIMITED SIZE
            WS-HdrDate DELIMITED SIZE
            " CURRENT" DELIMITED SIZE
            INTO WS-OpsLine
    ELSE
        STRING "FILE=" DELIMITED SIZE
            WS-InFile DELIMITED SIZE
            " RUNDATE=" DELIMITED SIZE
            WS-HdrDate DELIMITED SIZE
            " NOT RUN FOR DATE" DELIMITED SIZE
            INTO WS-OpsLine
    END-IF.
    PERFORM WRITE-OPS-LINE.

CLOSE-REPORT-INPUT.
    IF WS-InOpen = 'Y'
        CLOSE INFILE
    END-IF.

*> Copied lines are indented under their FILE= line; the widest
*> report (runhist.txt) is 180 characters, which still fits.
COPY-REPORT-LINE.
    MOVE SPACES TO WS-OpsLine.
    MOVE WS-InLine(1:198) TO WS-OpsLine(3:198).
    PERFORM WRITE-OPS-LINE.

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

*> The count behind the keyword is a run of digits of whatever width
*> the writing program gave it; a keyword the line does not carry
*> counts zero.
PICK-COUNT.
    MOVE 0 TO WS-PickVal.
    PERFORM FIND-TEXT.
    IF WS-LookHit = 0
        EXIT PARAGRAPH
    END-IF.
    COMPUTE WS-ScanSub = WS-LookHit + WS-LookLen.
    PERFORM UNTIL WS-ScanSub > 200
        OR WS-InLine(WS-ScanSub:1) IS NOT NUMERIC
        MOVE WS-InLine(WS-ScanSub:1) TO WS-PickDigit
        COMPUTE WS-PickVal = WS-PickVal * 10 + WS-PickDigit
        SET WS-ScanSub UP BY 1
    END-PERFORM.

WRITE-OPS-LINE.
    MOVE WS-OpsLine TO OPS-Record.
    WRITE OPS-Record.
