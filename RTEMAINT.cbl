IDENTIFICATION DIVISION.
PROGRAM-ID. RTEMAINT.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT TRNFILE ASSIGN TO DYNAMIC WS-TrnFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-TrnStatus.
SELECT AUDFILE ASSIGN TO "maintaud.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-AudStatus.

DATA DIVISION.
FILE SECTION.
FD TRNFILE.
   01 TRN-Record     PIC X(120).

FD AUDFILE.
   01 AUD-Record     PIC X(132).


WORKING-STORAGE SECTION.
01 WS-CatFile        PIC X(20) VALUE "routecat.idx".
01 WS-TrnFile        PIC X(20) VALUE "routetran.txt".
01 WS-TrnStatus      PIC X(2) VALUE SPACES.
01 WS-AudStatus      PIC X(2) VALUE SPACES.
01 WS-TrnEOF         PIC X(1) VALUE 'N'.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-TrnAction      PIC X(10) VALUE SPACES.
*> Every token is taken a character wider than its field so an
*> over-long value shows up as a nonblank last character and is
*> rejected instead of being silently truncated and applied.
01 WS-TrnIdTok       PIC X(9) VALUE SPACES.
01 WS-TrnFromTok     PIC X(4) VALUE SPACES.
01 WS-TrnToTok       PIC X(4) VALUE SPACES.
01 WS-TrnOwnerTok    PIC X(9) VALUE SPACES.
01 WS-TrnStepsTok    PIC X(13) VALUE SPACES.
01 WS-TrnCostTok     PIC X(16) VALUE SPACES.
01 WS-TrnDescTok     PIC X(41) VALUE SPACES.
01 WS-TrnPtr         PIC 9(3) VALUE 0.
01 WS-TrnId          PIC X(8) VALUE SPACES.
01 WS-TrnFrom        PIC X(3) VALUE SPACES.
01 WS-TrnTo          PIC X(3) VALUE SPACES.
01 WS-TrnOwner       PIC X(8) VALUE SPACES.
01 WS-TrnSteps       PIC 9(12) VALUE 0.
01 WS-TrnCost        PIC 9(15) VALUE 0.
01 WS-TrnActive      PIC X(1) VALUE SPACE.
01 WS-TrnDesc        PIC X(40) VALUE SPACES.
01 WS-TrnReject      PIC X(1) VALUE 'N'.
01 WS-TrnReason      PIC X(40) VALUE SPACES.
*> Numeric token edit (EDIT-NUMBER-TOKEN): the token, the most
*> digits its field holds, and the value it came to.
01 WS-NumTok         PIC X(16) VALUE SPACES.
01 WS-NumMax         PIC 9(3) VALUE 0.
01 WS-NumVal         PIC 9(15) VALUE 0.
01 WS-NumDigit       PIC 9(1) VALUE 0.
01 WS-NumBad         PIC X(1) VALUE 'N'.
01 WS-NumSub         PIC 9(3) VALUE 0.
*> The route as it stood before a CHANGE, RETIRE or RESTORE, for the
*> WAS line of the audit report.
01 WS-WasSaved       PIC X(1) VALUE 'N'.
01 WS-WasFrom        PIC X(3) VALUE SPACES.
01 WS-WasTo          PIC X(3) VALUE SPACES.
01 WS-WasOwner       PIC X(8) VALUE SPACES.
01 WS-WasSteps       PIC 9(12) VALUE 0.
01 WS-WasCost        PIC 9(15) VALUE 0.
01 WS-WasActive      PIC X(1) VALUE SPACE.
01 WS-WasDesc        PIC X(40) VALUE SPACES.
01 WS-WasChanged     PIC X(10) VALUE SPACES.
01 WS-AppliedCount   PIC 9(5) VALUE 0.
01 WS-RejectCount    PIC 9(5) VALUE 0.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-AudLine        PIC X(132) VALUE SPACES.
COPY "ROUTELK.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Maintains the route catalog - the keyed file of standing routes
*> that TASK081 PAIRS mode, OUTSIM, TASK084 and RUNHIST take by
*> route ID: the FROM and TO nodes, what the route is for, the group
*> that owns it, the step and cost figures it is expected to come to
*> and whether it is active.  Applies a transaction file of ADD /
*> CHANGE / RETIRE / RESTORE entries through ROUTEIO and appends an
*> audit report of every applied and rejected transaction to
*> maintaud.txt, alongside the other maintenance audits.  The
*> catalog and the transaction file default to routecat.idx and
*> routetran.txt and can be overridden from the JCL PARM (or command
*> line) as "CAT-FILE TRAN-FILE".  A catalog that does not yet exist
*> is created by the first run.
*> Transactions are one per line:
*>   ADD     ROUTE FROM TO OWNER EXPSTEPS EXPCOST description
*>   CHANGE  ROUTE FROM TO OWNER EXPSTEPS EXPCOST [description]
*>   RETIRE  ROUTE
*>   RESTORE ROUTE
*> e.g. "ADD NIGHTMN AAA ZZZ OPSNORTH 2 6 Night mainline run".  ROUTE
*> is up to 8 characters, FROM and TO are node codes, OWNER is up to
*> 8 characters, EXPSTEPS up to 12 digits and EXPCOST up to 15 (0 for
*> "no expectation"), and the description is the rest of the line -
*> up to 40 characters, spaces allowed.  A CHANGE may give "*" for
*> any field, or leave the description off, to keep the route's
*> existing value.  A route is never deleted: RETIRE takes it out of
*> service (the walking programs refuse it by ID and leave it out of
*> ACTIVE) and keeps its record for the history that still names
*> it; RESTORE puts it back.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2
        IF WS-ParmTok1 NOT = SPACES
            MOVE WS-ParmTok1 TO WS-CatFile
        END-IF
        IF WS-ParmTok2 NOT = SPACES
            MOVE WS-ParmTok2 TO WS-TrnFile
        END-IF
    END-IF.

    PERFORM OPEN-CATALOG.
    PERFORM APPLY-TRANSACTIONS.
    MOVE 'C' TO ROUTE-Op.
    CALL "ROUTEIO" USING ROUTE-Parm.

    DISPLAY "RTEMAINT: " WS-AppliedCount " APPLIED, "
        WS-RejectCount " REJECTED, CATALOG IS " WS-CatFile.

    STOP RUN.

*> The catalog is opened for update; a '35' (file not there) means
*> this is the first run, so it is created empty and reopened.
OPEN-CATALOG.
    MOVE 'U' TO ROUTE-Op.
    MOVE WS-CatFile TO ROUTE-File.
    CALL "ROUTEIO" USING ROUTE-Parm.
    IF ROUTE-Status = '35'
        MOVE 'L' TO ROUTE-Op
        CALL "ROUTEIO" USING ROUTE-Parm
        IF ROUTE-Status = '00'
            MOVE 'C' TO ROUTE-Op
            CALL "ROUTEIO" USING ROUTE-Parm
            MOVE 'U' TO ROUTE-Op
            CALL "ROUTEIO" USING ROUTE-Parm
        END-IF
    END-IF.
    IF ROUTE-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-CatFile
            ', FILE STATUS ' ROUTE-Status
        STOP RUN
    END-IF.

APPLY-TRANSACTIONS.
    OPEN INPUT TRNFILE.
    IF WS-TrnStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-TrnFile
            ', FILE STATUS ' WS-TrnStatus
        MOVE 'C' TO ROUTE-Op
        CALL "ROUTEIO" USING ROUTE-Parm
        STOP RUN
    END-IF.
    OPEN EXTEND AUDFILE.
    IF WS-AudStatus = '35'
        OPEN OUTPUT AUDFILE
        CLOSE AUDFILE
        OPEN EXTEND AUDFILE
    END-IF.
    ACCEPT WS-RunDateRaw FROM DATE YYYYMMDD.
    MOVE WS-RunDateRaw TO WS-RunDateNum.
    STRING WS-RunDateNum(1:4) "-" WS-RunDateNum(5:2) "-" WS-RunDateNum(7:2)
        DELIMITED SIZE INTO WS-RunDate.
    MOVE SPACES TO WS-AudLine.
    STRING "RTEMAINT RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " CAT=" DELIMITED SIZE
        WS-CatFile DELIMITED SIZE
        " TRANS=" DELIMITED SIZE
        WS-TrnFile DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    PERFORM UNTIL WS-TrnEOF = 'Y'
        READ TRNFILE INTO TRN-Record
            AT END
                MOVE 'Y' TO WS-TrnEOF
            NOT AT END
                IF TRN-Record NOT = SPACES
                    PERFORM APPLY-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACES TO WS-AudLine.
    STRING "TOTALS APPLIED=" DELIMITED SIZE
        WS-AppliedCount DELIMITED SIZE
        " REJECTED=" DELIMITED SIZE
        WS-RejectCount DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    CLOSE AUDFILE.
    CLOSE TRNFILE.

APPLY-ONE-TRANSACTION.
    MOVE SPACES TO WS-TrnAction WS-TrnIdTok WS-TrnFromTok WS-TrnToTok
        WS-TrnOwnerTok WS-TrnStepsTok WS-TrnCostTok WS-TrnDescTok.
    MOVE 1 TO WS-TrnPtr.
    UNSTRING TRN-Record DELIMITED BY ALL SPACE
        INTO WS-TrnAction WS-TrnIdTok WS-TrnFromTok WS-TrnToTok
            WS-TrnOwnerTok WS-TrnStepsTok WS-TrnCostTok
        WITH POINTER WS-TrnPtr.
*> The description is everything after the seventh token, embedded
*> spaces and all, so it is cut from the record at the UNSTRING
*> pointer rather than split.
    IF WS-TrnPtr <= 120
        MOVE TRN-Record(WS-TrnPtr:) TO WS-TrnDescTok
    END-IF.
    MOVE WS-TrnIdTok(1:8) TO WS-TrnId.
    MOVE WS-TrnFromTok(1:3) TO WS-TrnFrom.
    MOVE WS-TrnToTok(1:3) TO WS-TrnTo.
    MOVE WS-TrnOwnerTok(1:8) TO WS-TrnOwner.
    MOVE WS-TrnDescTok(1:40) TO WS-TrnDesc.
    MOVE 0 TO WS-TrnSteps WS-TrnCost.
    MOVE 'N' TO WS-TrnReject.
    MOVE 'N' TO WS-WasSaved.
    MOVE SPACES TO WS-TrnReason.
    IF WS-TrnId = SPACES OR WS-TrnIdTok(9:1) NOT = SPACE
        MOVE 'Y' TO WS-TrnReject
        MOVE "INVALID ROUTE ID" TO WS-TrnReason
    END-IF.
    IF WS-TrnReject = 'N'
        AND (WS-TrnAction = "ADD" OR WS-TrnAction = "CHANGE")
        PERFORM EDIT-ROUTE-TOKENS
    END-IF.
    IF WS-TrnReject = 'Y'
        SET WS-RejectCount UP BY 1
        PERFORM WRITE-AUDIT-LINE
    ELSE
        PERFORM APPLY-TRANSACTION-ACTION
    END-IF.

*> ADD needs every field; CHANGE accepts "*" (or, for the
*> description, none at all) as "keep the existing value", resolved
*> once the route has been read.  The catalog holds node codes, not
*> a map, so FROM and TO are checked for shape only - the walking
*> programs reject a route whose nodes are not in the map they load.
EDIT-ROUTE-TOKENS.
    EVALUATE TRUE
        WHEN WS-TrnFrom = SPACES OR WS-TrnFromTok(4:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INVALID FROM NODE CODE" TO WS-TrnReason
        WHEN WS-TrnTo = SPACES OR WS-TrnToTok(4:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INVALID TO NODE CODE" TO WS-TrnReason
        WHEN WS-TrnOwner = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING OWNER" TO WS-TrnReason
        WHEN WS-TrnOwnerTok(9:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INVALID OWNER CODE" TO WS-TrnReason
        WHEN WS-TrnStepsTok = SPACES OR WS-TrnCostTok = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING EXPECTED STEPS OR COST" TO WS-TrnReason
        WHEN WS-TrnDescTok(41:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "DESCRIPTION LONGER THAN 40 CHARACTERS"
                TO WS-TrnReason
        WHEN WS-TrnAction = "ADD" AND WS-TrnDesc = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING DESCRIPTION" TO WS-TrnReason
        WHEN WS-TrnAction = "ADD"
            AND (WS-TrnFrom = "*" OR WS-TrnTo = "*"
                OR WS-TrnOwner = "*" OR WS-TrnStepsTok = "*"
                OR WS-TrnCostTok = "*")
            MOVE 'Y' TO WS-TrnReject
            MOVE "ADD NEEDS EVERY FIELD" TO WS-TrnReason
    END-EVALUATE.
    IF WS-TrnReject = 'N' AND WS-TrnStepsTok NOT = "*"
        MOVE WS-TrnStepsTok TO WS-NumTok
        MOVE 12 TO WS-NumMax
        PERFORM EDIT-NUMBER-TOKEN
        IF WS-NumBad = 'Y'
            MOVE 'Y' TO WS-TrnReject
            MOVE "EXPSTEPS MUST BE 1 TO 12 DIGITS" TO WS-TrnReason
        ELSE
            MOVE WS-NumVal TO WS-TrnSteps
        END-IF
    END-IF.
    IF WS-TrnReject = 'N' AND WS-TrnCostTok NOT = "*"
        MOVE WS-TrnCostTok TO WS-NumTok
        MOVE 15 TO WS-NumMax
        PERFORM EDIT-NUMBER-TOKEN
        IF WS-NumBad = 'Y'
            MOVE 'Y' TO WS-TrnReject
            MOVE "EXPCOST MUST BE 1 TO 15 DIGITS" TO WS-TrnReason
        ELSE
            MOVE WS-NumVal TO WS-TrnCost
        END-IF
    END-IF.

*> An expectation token is one digit up to the width of its field;
*> anything longer or not numeric rejects the transaction rather
*> than cataloguing a garbage figure.
EDIT-NUMBER-TOKEN.
    MOVE 0 TO WS-NumVal.
    MOVE 'N' TO WS-NumBad.
    IF WS-NumTok(WS-NumMax + 1:1) NOT = SPACE
        MOVE 'Y' TO WS-NumBad
    END-IF.
    MOVE 1 TO WS-NumSub.
    PERFORM UNTIL WS-NumSub > WS-NumMax
        OR WS-NumTok(WS-NumSub:1) = SPACE
        OR WS-NumBad = 'Y'
        IF WS-NumTok(WS-NumSub:1) IS NUMERIC
            MOVE WS-NumTok(WS-NumSub:1) TO WS-NumDigit
            COMPUTE WS-NumVal = WS-NumVal * 10 + WS-NumDigit
            SET WS-NumSub UP BY 1
        ELSE
            MOVE 'Y' TO WS-NumBad
        END-IF
    END-PERFORM.

APPLY-TRANSACTION-ACTION.
    EVALUATE WS-TrnAction
        WHEN "ADD"
            PERFORM APPLY-ADD
        WHEN "CHANGE"
            PERFORM APPLY-CHANGE
        WHEN "RETIRE"
            PERFORM APPLY-RETIRE
        WHEN "RESTORE"
            PERFORM APPLY-RESTORE
        WHEN OTHER
            MOVE 'Y' TO WS-TrnReject
            MOVE "UNKNOWN ACTION" TO WS-TrnReason
    END-EVALUATE.
    IF WS-TrnReject = 'Y'
        SET WS-RejectCount UP BY 1
    ELSE
        SET WS-AppliedCount UP BY 1
    END-IF.
    PERFORM WRITE-AUDIT-LINE.

APPLY-ADD.
    MOVE WS-TrnId TO ROUTE-Id.
    MOVE WS-TrnFrom TO ROUTE-From.
    MOVE WS-TrnTo TO ROUTE-To.
    MOVE WS-TrnDesc TO ROUTE-Desc.
    MOVE WS-TrnOwner TO ROUTE-Owner.
    MOVE WS-TrnSteps TO ROUTE-ExpSteps.
    MOVE WS-TrnCost TO ROUTE-ExpCost.
    MOVE 'Y' TO ROUTE-Active.
    MOVE 'Y' TO WS-TrnActive.
    MOVE WS-RunDate TO ROUTE-Changed.
    MOVE 'W' TO ROUTE-Op.
    CALL "ROUTEIO" USING ROUTE-Parm.
    EVALUATE ROUTE-Status
        WHEN '00'
            CONTINUE
        WHEN '22'
            MOVE 'Y' TO WS-TrnReject
            MOVE "DUPLICATE ROUTE" TO WS-TrnReason
        WHEN OTHER
            MOVE 'Y' TO WS-TrnReject
            STRING "CATALOG WRITE FAILED, STATUS " ROUTE-Status
                DELIMITED SIZE INTO WS-TrnReason
    END-EVALUATE.

APPLY-CHANGE.
    PERFORM READ-TRN-ROUTE.
    IF WS-TrnReject = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF WS-TrnFrom NOT = "*"
        MOVE WS-TrnFrom TO ROUTE-From
    END-IF.
    IF WS-TrnTo NOT = "*"
        MOVE WS-TrnTo TO ROUTE-To
    END-IF.
    IF WS-TrnOwner NOT = "*"
        MOVE WS-TrnOwner TO ROUTE-Owner
    END-IF.
    IF WS-TrnStepsTok NOT = "*"
        MOVE WS-TrnSteps TO ROUTE-ExpSteps
    END-IF.
    IF WS-TrnCostTok NOT = "*"
        MOVE WS-TrnCost TO ROUTE-ExpCost
    END-IF.
    IF WS-TrnDesc NOT = SPACES
        MOVE WS-TrnDesc TO ROUTE-Desc
    END-IF.
    PERFORM REWRITE-TRN-ROUTE.

*> RETIRE and RESTORE only flip the active flag; the rest of the
*> route, expectations included, stays as catalogued.
APPLY-RETIRE.
    PERFORM READ-TRN-ROUTE.
    IF WS-TrnReject = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF ROUTE-Active = 'N'
        MOVE 'Y' TO WS-TrnReject
        MOVE "ROUTE ALREADY RETIRED" TO WS-TrnReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO ROUTE-Active.
    PERFORM REWRITE-TRN-ROUTE.

APPLY-RESTORE.
    PERFORM READ-TRN-ROUTE.
    IF WS-TrnReject = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF ROUTE-Active = 'Y'
        MOVE 'Y' TO WS-TrnReject
        MOVE "ROUTE ALREADY ACTIVE" TO WS-TrnReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO ROUTE-Active.
    PERFORM REWRITE-TRN-ROUTE.

*> CHANGE, RETIRE and RESTORE all start from the existing route,
*> which is kept for the WAS line so the audit shows what was
*> replaced.
READ-TRN-ROUTE.
    MOVE 'R' TO ROUTE-Op.
    MOVE WS-TrnId TO ROUTE-Id.
    CALL "ROUTEIO" USING ROUTE-Parm.
    IF ROUTE-Status NOT = '00'
        MOVE 'Y' TO WS-TrnReject
        MOVE "ROUTE NOT IN CATALOG" TO WS-TrnReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-WasSaved.
    MOVE ROUTE-From TO WS-WasFrom.
    MOVE ROUTE-To TO WS-WasTo.
    MOVE ROUTE-Owner TO WS-WasOwner.
    MOVE ROUTE-ExpSteps TO WS-WasSteps.
    MOVE ROUTE-ExpCost TO WS-WasCost.
    MOVE ROUTE-Active TO WS-WasActive.
    MOVE ROUTE-Desc TO WS-WasDesc.
    MOVE ROUTE-Changed TO WS-WasChanged.

*> The applied line shows the route as it now stands, defaults
*> resolved, not the "*" placeholders of the transaction.
REWRITE-TRN-ROUTE.
    MOVE WS-RunDate TO ROUTE-Changed.
    MOVE ROUTE-From TO WS-TrnFrom.
    MOVE ROUTE-To TO WS-TrnTo.
    MOVE ROUTE-Owner TO WS-TrnOwner.
    MOVE ROUTE-ExpSteps TO WS-TrnSteps.
    MOVE ROUTE-ExpCost TO WS-TrnCost.
    MOVE ROUTE-Active TO WS-TrnActive.
    MOVE ROUTE-Desc TO WS-TrnDesc.
    MOVE 'X' TO ROUTE-Op.
    CALL "ROUTEIO" USING ROUTE-Parm.
    IF ROUTE-Status NOT = '00'
        MOVE 'Y' TO WS-TrnReject
        STRING "CATALOG REWRITE FAILED, STATUS " ROUTE-Status
            DELIMITED SIZE INTO WS-TrnReason
    END-IF.

WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-AudLine.
    IF WS-TrnReject = 'Y'
        STRING "REJECTED " DELIMITED SIZE
            WS-TrnAction DELIMITED SIZE
            " " DELIMITED SIZE
            WS-TrnId DELIMITED SIZE
            " REASON=" DELIMITED SIZE
            WS-TrnReason DELIMITED SIZE
            INTO WS-AudLine
    ELSE
        STRING "APPLIED  " DELIMITED SIZE
            WS-TrnAction DELIMITED SIZE
            " " DELIMITED SIZE
            WS-TrnId DELIMITED SIZE
            " FROM=" DELIMITED SIZE
            WS-TrnFrom DELIMITED SIZE
            " TO=" DELIMITED SIZE
            WS-TrnTo DELIMITED SIZE
            " OWNER=" DELIMITED SIZE
            WS-TrnOwner DELIMITED SIZE
            " EXPSTEPS=" DELIMITED SIZE
            WS-TrnSteps DELIMITED SIZE
            " EXPCOST=" DELIMITED SIZE
            WS-TrnCost DELIMITED SIZE
            " ACTIVE=" DELIMITED SIZE
            WS-TrnActive DELIMITED SIZE
            INTO WS-AudLine
    END-IF.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    IF WS-TrnReject = 'N'
        MOVE SPACES TO WS-AudLine
        STRING "                DESC=" DELIMITED SIZE
            WS-TrnDesc DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    END-IF.
    IF WS-TrnReject = 'N' AND WS-WasSaved = 'Y'
        MOVE SPACES TO WS-AudLine
        STRING "                WAS " DELIMITED SIZE
            WS-TrnId DELIMITED SIZE
            " FROM=" DELIMITED SIZE
            WS-WasFrom DELIMITED SIZE
            " TO=" DELIMITED SIZE
            WS-WasTo DELIMITED SIZE
            " OWNER=" DELIMITED SIZE
            WS-WasOwner DELIMITED SIZE
            " EXPSTEPS=" DELIMITED SIZE
            WS-WasSteps DELIMITED SIZE
            " EXPCOST=" DELIMITED SIZE
            WS-WasCost DELIMITED SIZE
            " ACTIVE=" DELIMITED SIZE
            WS-WasActive DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
        MOVE SPACES TO WS-AudLine
        STRING "                WAS DESC=" DELIMITED SIZE
            WS-WasDesc DELIMITED SIZE
            " CHANGED=" DELIMITED SIZE
            WS-WasChanged DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    END-IF.
