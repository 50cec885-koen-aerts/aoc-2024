IDENTIFICATION DIVISION.
PROGRAM-ID. NODMAINT.

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
   01 TRN-Record     PIC X(80).

FD AUDFILE.
   01 AUD-Record     PIC X(132).


WORKING-STORAGE SECTION.
01 WS-DirFile        PIC X(20) VALUE "nodedir.idx".
01 WS-TrnFile        PIC X(20) VALUE "nodetran.txt".
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
01 WS-TrnLocTok      PIC X(4) VALUE SPACES.
01 WS-TrnRegionTok   PIC X(5) VALUE SPACES.
01 WS-TrnOwnerTok    PIC X(9) VALUE SPACES.
01 WS-TrnInSvcTok    PIC X(2) VALUE SPACES.
01 WS-TrnNameTok     PIC X(31) VALUE SPACES.
01 WS-TrnPtr         PIC 9(3) VALUE 0.
01 WS-TrnLoc         PIC X(3) VALUE SPACES.
01 WS-TrnRegion      PIC X(4) VALUE SPACES.
01 WS-TrnOwner       PIC X(8) VALUE SPACES.
01 WS-TrnInSvc       PIC X(1) VALUE SPACE.
01 WS-TrnName        PIC X(30) VALUE SPACES.
01 WS-TrnReject      PIC X(1) VALUE 'N'.
01 WS-TrnReason      PIC X(40) VALUE SPACES.
*> The entry as it stood before a CHANGE or DELETE, for the WAS line
*> of the audit report.
01 WS-WasSaved       PIC X(1) VALUE 'N'.
01 WS-WasName        PIC X(30) VALUE SPACES.
01 WS-WasRegion      PIC X(4) VALUE SPACES.
01 WS-WasOwner       PIC X(8) VALUE SPACES.
01 WS-WasInSvc       PIC X(1) VALUE SPACE.
01 WS-WasChanged     PIC X(10) VALUE SPACES.
01 WS-AppliedCount   PIC 9(5) VALUE 0.
01 WS-RejectCount    PIC 9(5) VALUE 0.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-AudLine        PIC X(132) VALUE SPACES.
COPY "NODEDIRLK.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> Maintains the node directory - the keyed file of descriptive name,
*> region code, owning team and in-service flag for each node code
*> that the walk and analysis reports print beside the bare codes.
*> Applies a transaction file of ADD / CHANGE / DELETE entries
*> directly to the directory through NODEDIRIO and appends an audit
*> report of every applied and rejected transaction to maintaud.txt,
*> alongside the MAPMAINT and DIRMAINT audits.  The directory and
*> the transaction file default to nodedir.idx and nodetran.txt and
*> can be overridden from the JCL PARM (or command line) as
*> "DIR-FILE TRAN-FILE".  A directory that does not yet exist is
*> created by the first run.
*> Transactions are one per line:
*>   ADD    NODE REGION OWNER INSVC name
*>   CHANGE NODE REGION OWNER INSVC [name]
*>   DELETE NODE
*> e.g. "ADD AAA WEST OPSNORTH Y Alder Yard Junction".  REGION is up
*> to 4 characters, OWNER up to 8, INSVC is Y or N, and the name is
*> the rest of the line - up to 30 characters, spaces allowed.  A
*> CHANGE may give "*" for REGION, OWNER or INSVC, or leave the name
*> off, to keep the entry's existing value.  The directory is
*> independent of the map: an entry may be added before its node is
*> delivered and outlive its removal, and MAPACCPT reports both
*> kinds of mismatch.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2
        IF WS-ParmTok1 NOT = SPACES
            MOVE WS-ParmTok1 TO WS-DirFile
        END-IF
        IF WS-ParmTok2 NOT = SPACES
            MOVE WS-ParmTok2 TO WS-TrnFile
        END-IF
    END-IF.

    PERFORM OPEN-DIRECTORY.
    PERFORM APPLY-TRANSACTIONS.
    MOVE 'C' TO NDIR-Op.
    CALL "NODEDIRIO" USING NDIR-Parm.

    DISPLAY "NODMAINT: " WS-AppliedCount " APPLIED, "
        WS-RejectCount " REJECTED, DIRECTORY IS " WS-DirFile.

    STOP RUN.

*> The directory is opened for update; a '35' (file not there) means
*> this is the first run, so it is created empty and reopened.
OPEN-DIRECTORY.
    MOVE 'U' TO NDIR-Op.
    MOVE WS-DirFile TO NDIR-File.
    CALL "NODEDIRIO" USING NDIR-Parm.
    IF NDIR-Status = '35'
        MOVE 'L' TO NDIR-Op
        CALL "NODEDIRIO" USING NDIR-Parm
        IF NDIR-Status = '00'
            MOVE 'C' TO NDIR-Op
            CALL "NODEDIRIO" USING NDIR-Parm
            MOVE 'U' TO NDIR-Op
            CALL "NODEDIRIO" USING NDIR-Parm
        END-IF
    END-IF.
    IF NDIR-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-DirFile
            ', FILE STATUS ' NDIR-Status
        STOP RUN
    END-IF.

APPLY-TRANSACTIONS.
    OPEN INPUT TRNFILE.
    IF WS-TrnStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-TrnFile
            ', FILE STATUS ' WS-TrnStatus
        MOVE 'C' TO NDIR-Op
        CALL "NODEDIRIO" USING NDIR-Parm
        STOP RUN
    END-IF.
*> EXTEND, as DIRMAINT does, so a directory run never wipes the node
*> or direction audit an earlier maintenance run left the same day.
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
    STRING "NODMAINT RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " DIR=" DELIMITED SIZE
        WS-DirFile DELIMITED SIZE
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
    MOVE SPACES TO WS-TrnAction WS-TrnLocTok WS-TrnRegionTok
        WS-TrnOwnerTok WS-TrnInSvcTok WS-TrnNameTok.
    MOVE 1 TO WS-TrnPtr.
    UNSTRING TRN-Record DELIMITED BY ALL SPACE
        INTO WS-TrnAction WS-TrnLocTok WS-TrnRegionTok
            WS-TrnOwnerTok WS-TrnInSvcTok
        WITH POINTER WS-TrnPtr.
*> The name is everything after the fifth token, embedded spaces
*> and all, so it is cut from the record at the UNSTRING pointer
*> rather than split.
    IF WS-TrnPtr <= 80
        MOVE TRN-Record(WS-TrnPtr:) TO WS-TrnNameTok
    END-IF.
    MOVE WS-TrnLocTok(1:3) TO WS-TrnLoc.
    MOVE WS-TrnRegionTok(1:4) TO WS-TrnRegion.
    MOVE WS-TrnOwnerTok(1:8) TO WS-TrnOwner.
    MOVE WS-TrnInSvcTok(1:1) TO WS-TrnInSvc.
    MOVE WS-TrnNameTok(1:30) TO WS-TrnName.
    MOVE 'N' TO WS-TrnReject.
    MOVE 'N' TO WS-WasSaved.
    MOVE SPACES TO WS-TrnReason.
    IF WS-TrnLoc = SPACES OR WS-TrnLocTok(4:1) NOT = SPACE
        MOVE 'Y' TO WS-TrnReject
        MOVE "INVALID NODE CODE" TO WS-TrnReason
    END-IF.
    IF WS-TrnReject = 'N'
        AND (WS-TrnAction = "ADD" OR WS-TrnAction = "CHANGE")
        PERFORM EDIT-ENTRY-TOKENS
    END-IF.
    IF WS-TrnReject = 'Y'
        SET WS-RejectCount UP BY 1
        PERFORM WRITE-AUDIT-LINE
    ELSE
        PERFORM APPLY-TRANSACTION-ACTION
    END-IF.

*> ADD needs every field; CHANGE accepts "*" (or, for the name, no
*> name at all) as "keep the existing value", resolved once the
*> entry has been read.
EDIT-ENTRY-TOKENS.
    EVALUATE TRUE
        WHEN WS-TrnRegion = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING REGION" TO WS-TrnReason
        WHEN WS-TrnRegionTok(5:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INVALID REGION CODE" TO WS-TrnReason
        WHEN WS-TrnOwner = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING OWNER" TO WS-TrnReason
        WHEN WS-TrnOwnerTok(9:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INVALID OWNER CODE" TO WS-TrnReason
        WHEN WS-TrnInSvcTok(2:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "INSVC MUST BE Y OR N" TO WS-TrnReason
        WHEN WS-TrnInSvc NOT = 'Y' AND WS-TrnInSvc NOT = 'N'
            AND NOT (WS-TrnAction = "CHANGE" AND WS-TrnInSvc = '*')
            MOVE 'Y' TO WS-TrnReject
            MOVE "INSVC MUST BE Y OR N" TO WS-TrnReason
        WHEN WS-TrnNameTok(31:1) NOT = SPACE
            MOVE 'Y' TO WS-TrnReject
            MOVE "NAME LONGER THAN 30 CHARACTERS" TO WS-TrnReason
        WHEN WS-TrnAction = "ADD" AND WS-TrnName = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "MISSING NAME" TO WS-TrnReason
        WHEN WS-TrnAction = "ADD"
            AND (WS-TrnRegion = "*" OR WS-TrnOwner = "*")
            MOVE 'Y' TO WS-TrnReject
            MOVE "ADD NEEDS EVERY FIELD" TO WS-TrnReason
    END-EVALUATE.

APPLY-TRANSACTION-ACTION.
    EVALUATE WS-TrnAction
        WHEN "ADD"
            PERFORM APPLY-ADD
        WHEN "CHANGE"
            PERFORM APPLY-CHANGE
        WHEN "DELETE"
            PERFORM APPLY-DELETE
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
    MOVE WS-TrnLoc TO NDIR-Loc.
    MOVE WS-TrnName TO NDIR-Name.
    MOVE WS-TrnRegion TO NDIR-Region.
    MOVE WS-TrnOwner TO NDIR-Owner.
    MOVE WS-TrnInSvc TO NDIR-InSvc.
    MOVE WS-RunDate TO NDIR-Changed.
    MOVE 'W' TO NDIR-Op.
    CALL "NODEDIRIO" USING NDIR-Parm.
    EVALUATE NDIR-Status
        WHEN '00'
            CONTINUE
        WHEN '22'
            MOVE 'Y' TO WS-TrnReject
            MOVE "DUPLICATE NODE" TO WS-TrnReason
        WHEN OTHER
            MOVE 'Y' TO WS-TrnReject
            STRING "DIRECTORY WRITE FAILED, STATUS " NDIR-Status
                DELIMITED SIZE INTO WS-TrnReason
    END-EVALUATE.

APPLY-CHANGE.
    PERFORM READ-TRN-ENTRY.
    IF WS-TrnReject = 'Y'
        EXIT PARAGRAPH
    END-IF.
    IF WS-TrnRegion NOT = "*"
        MOVE WS-TrnRegion TO NDIR-Region
    END-IF.
    IF WS-TrnOwner NOT = "*"
        MOVE WS-TrnOwner TO NDIR-Owner
    END-IF.
    IF WS-TrnInSvc NOT = "*"
        MOVE WS-TrnInSvc TO NDIR-InSvc
    END-IF.
    IF WS-TrnName NOT = SPACES
        MOVE WS-TrnName TO NDIR-Name
    END-IF.
    MOVE WS-RunDate TO NDIR-Changed.
*> The applied line shows the entry as it now stands, defaults
*> resolved, not the "*" placeholders of the transaction.
    MOVE NDIR-Name TO WS-TrnName.
    MOVE NDIR-Region TO WS-TrnRegion.
    MOVE NDIR-Owner TO WS-TrnOwner.
    MOVE NDIR-InSvc TO WS-TrnInSvc.
    MOVE 'X' TO NDIR-Op.
    CALL "NODEDIRIO" USING NDIR-Parm.
    IF NDIR-Status NOT = '00'
        MOVE 'Y' TO WS-TrnReject
        STRING "DIRECTORY REWRITE FAILED, STATUS " NDIR-Status
            DELIMITED SIZE INTO WS-TrnReason
    END-IF.

APPLY-DELETE.
    PERFORM READ-TRN-ENTRY.
    IF WS-TrnReject = 'Y'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'E' TO NDIR-Op.
    MOVE WS-TrnLoc TO NDIR-Loc.
    CALL "NODEDIRIO" USING NDIR-Parm.
    IF NDIR-Status NOT = '00'
        MOVE 'Y' TO WS-TrnReject
        STRING "DIRECTORY DELETE FAILED, STATUS " NDIR-Status
            DELIMITED SIZE INTO WS-TrnReason
    END-IF.

*> CHANGE and DELETE both start from the existing entry, which is
*> kept for the WAS line so the audit shows what was replaced.
READ-TRN-ENTRY.
    MOVE 'R' TO NDIR-Op.
    MOVE WS-TrnLoc TO NDIR-Loc.
    CALL "NODEDIRIO" USING NDIR-Parm.
    IF NDIR-Status NOT = '00'
        MOVE 'Y' TO WS-TrnReject
        MOVE "NODE NOT IN DIRECTORY" TO WS-TrnReason
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-WasSaved.
    MOVE NDIR-Name TO WS-WasName.
    MOVE NDIR-Region TO WS-WasRegion.
    MOVE NDIR-Owner TO WS-WasOwner.
    MOVE NDIR-InSvc TO WS-WasInSvc.
    MOVE NDIR-Changed TO WS-WasChanged.

WRITE-AUDIT-LINE.
    MOVE SPACES TO WS-AudLine.
    EVALUATE TRUE
        WHEN WS-TrnReject = 'Y'
            STRING "REJECTED " DELIMITED SIZE
                WS-TrnAction DELIMITED SIZE
                " " DELIMITED SIZE
                WS-TrnLoc DELIMITED SIZE
                " REASON=" DELIMITED SIZE
                WS-TrnReason DELIMITED SIZE
                INTO WS-AudLine
        WHEN WS-TrnAction = "DELETE"
            STRING "APPLIED  " DELIMITED SIZE
                WS-TrnAction DELIMITED SIZE
                " " DELIMITED SIZE
                WS-TrnLoc DELIMITED SIZE
                INTO WS-AudLine
        WHEN OTHER
            STRING "APPLIED  " DELIMITED SIZE
                WS-TrnAction DELIMITED SIZE
                " " DELIMITED SIZE
                WS-TrnLoc DELIMITED SIZE
                " REGION=" DELIMITED SIZE
                WS-TrnRegion DELIMITED SIZE
                " OWNER=" DELIMITED SIZE
                WS-TrnOwner DELIMITED SIZE
                " INSVC=" DELIMITED SIZE
                WS-TrnInSvc DELIMITED SIZE
                " NAME=" DELIMITED SIZE
                WS-TrnName DELIMITED SIZE
                INTO WS-AudLine
    END-EVALUATE.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    IF WS-TrnReject = 'N' AND WS-WasSaved = 'Y'
        MOVE SPACES TO WS-AudLine
        STRING "                WAS " DELIMITED SIZE
            WS-TrnLoc DELIMITED SIZE
            " REGION=" DELIMITED SIZE
            WS-WasRegion DELIMITED SIZE
            " OWNER=" DELIMITED SIZE
            WS-WasOwner DELIMITED SIZE
            " INSVC=" DELIMITED SIZE
            WS-WasInSvc DELIMITED SIZE
            " NAME=" DELIMITED SIZE
            WS-WasName DELIMITED SIZE
            " CHANGED=" DELIMITED SIZE
            WS-WasChanged DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    END-IF.
