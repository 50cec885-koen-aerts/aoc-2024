IDENTIFICATION DIVISION.
PROGRAM-ID. MAINTSUB.

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
   01 TRN-Record     PIC X(2080).

FD AUDFILE.
   01 AUD-Record     PIC X(132).


WORKING-STORAGE SECTION.
01 WS-TrnFile        PIC X(20) VALUE SPACES.
01 WS-TrnStatus      PIC X(2) VALUE SPACES.
01 WS-AudStatus      PIC X(2) VALUE SPACES.
01 WS-TrnEOF         PIC X(1) VALUE 'N'.
01 WS-Parm           PIC X(80) VALUE SPACES.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
*> The submitter token is wider than the ID so an over-long ID is
*> refused instead of being silently truncated.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(20) VALUE SPACES.
01 WS-ParmTok4       PIC X(20) VALUE SPACES.
01 WS-Submitter      PIC X(8) VALUE SPACES.
*> Longest line each target program reads: MAPMAINT's node
*> transactions are 80 characters, DIRMAINT's up to 2080.
01 WS-TrnMaxLen      PIC 9(4) VALUE 0.
01 WS-NextId         PIC 9(6) VALUE 0.
01 WS-TrnReject      PIC X(1) VALUE 'N'.
01 WS-TrnReason      PIC X(40) VALUE SPACES.
01 WS-SubmitCount    PIC 9(5) VALUE 0.
01 WS-RejectCount    PIC 9(5) VALUE 0.
01 WS-RunDateRaw     PIC 9(8) VALUE 0.
01 WS-RunDateNum     PIC X(8) VALUE SPACES.
01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-AudLine        PIC X(132) VALUE SPACES.
COPY "PENDLK.CPY".
COPY "PENDWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> The maker half of map maintenance.  Node and direction
*> transactions no longer go straight to MAPMAINT and DIRMAINT: this
*> program files each line of a transaction file as a PENDING item
*> on the pending-transactions file, stamped with the submitting
*> operator's ID and the time, and a second operator approves or
*> rejects it with MAINTAPR before either maintenance program will
*> apply it.  The JCL PARM (or command line) is
*> "TARGET SUBMITTER [TRAN-FILE] [PEND-FILE]": TARGET is MAPMAINT or
*> DIRMAINT, SUBMITTER the operator ID (up to 8 characters), and the
*> transaction file defaults to maptran.txt or dirtran.txt by target,
*> in the same format the target has always taken.  The pending file
*> defaults to pendtran.idx and is created by the first run.  Lines
*> are filed as written - the target program's own edits still run
*> when the item is applied - but a line too long for the target to
*> read is refused here.  Every item filed or refused is written to
*> maintaud.txt with its pending item number.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3 WS-ParmTok4
    END-IF.
    EVALUATE WS-ParmTok1
        WHEN "MAPMAINT"
            MOVE "maptran.txt" TO WS-TrnFile
            MOVE 80 TO WS-TrnMaxLen
        WHEN "DIRMAINT"
            MOVE "dirtran.txt" TO WS-TrnFile
            MOVE 2080 TO WS-TrnMaxLen
        WHEN OTHER
            DISPLAY "PARM MUST BE MAPMAINT|DIRMAINT SUBMITTER"
                " [TRAN-FILE] [PEND-FILE]"
            STOP RUN
    END-EVALUATE.
    MOVE WS-ParmTok1 TO WS-PndTarget.
    IF WS-ParmTok2 = SPACES OR WS-ParmTok2(9:1) NOT = SPACE
        DISPLAY "SUBMITTER ID MUST BE 1 TO 8 CHARACTERS"
        STOP RUN
    END-IF.
    MOVE WS-ParmTok2 TO WS-Submitter.
    IF WS-ParmTok3 NOT = SPACES
        MOVE WS-ParmTok3 TO WS-TrnFile
    END-IF.
    IF WS-ParmTok4 NOT = SPACES
        MOVE WS-ParmTok4 TO WS-PndFile
    END-IF.

    PERFORM OPEN-PENDING-FILE.
    PERFORM FIND-NEXT-ID.
    PERFORM SUBMIT-TRANSACTIONS.
    MOVE 'C' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.

    DISPLAY "MAINTSUB: " WS-SubmitCount " SUBMITTED, "
        WS-RejectCount " REFUSED, FOR " WS-PndTarget
        " BY " WS-Submitter.

    STOP RUN.

*> The pending file is opened for update; a '35' (file not there)
*> means this is the first submission, so it is created empty and
*> reopened.
OPEN-PENDING-FILE.
    MOVE 'U' TO PEND-Op.
    MOVE WS-PndFile TO PEND-File.
    CALL "PENDIO" USING PEND-Parm.
    IF PEND-Status = '35'
        MOVE 'L' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status = '00'
            MOVE 'C' TO PEND-Op
            CALL "PENDIO" USING PEND-Parm
            MOVE 'U' TO PEND-Op
            CALL "PENDIO" USING PEND-Parm
        END-IF
    END-IF.
    IF PEND-Status NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-PndFile
            ', FILE STATUS ' PEND-Status
        STOP RUN
    END-IF.

*> Items are numbered in submission order, one past the highest
*> number on file - a sequential pass, since items are never
*> deleted and the last key read is the highest.
FIND-NEXT-ID.
    MOVE 0 TO WS-NextId.
    MOVE 'N' TO WS-PndEOF.
    MOVE 'S' TO PEND-Op.
    CALL "PENDIO" USING PEND-Parm.
    PERFORM UNTIL WS-PndEOF = 'Y'
        MOVE 'N' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-PndEOF
        ELSE
            MOVE PEND-Id TO WS-NextId
        END-IF
    END-PERFORM.
    SET WS-NextId UP BY 1.

SUBMIT-TRANSACTIONS.
    OPEN INPUT TRNFILE.
    IF WS-TrnStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-TrnFile
            ', FILE STATUS ' WS-TrnStatus
        MOVE 'C' TO PEND-Op
        CALL "PENDIO" USING PEND-Parm
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
    STRING "MAINTSUB RUNDATE=" DELIMITED SIZE
        WS-RunDate DELIMITED SIZE
        " TARGET=" DELIMITED SIZE
        WS-PndTarget DELIMITED SIZE
        " SUBMITTER=" DELIMITED SIZE
        WS-Submitter DELIMITED SIZE
        " TRANS=" DELIMITED SIZE
        WS-TrnFile DELIMITED SIZE
        " PEND=" DELIMITED SIZE
        WS-PndFile DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    PERFORM UNTIL WS-TrnEOF = 'Y'
        READ TRNFILE INTO TRN-Record
            AT END
                MOVE 'Y' TO WS-TrnEOF
            NOT AT END
                IF TRN-Record NOT = SPACES
                    PERFORM SUBMIT-ONE-TRANSACTION
                END-IF
        END-READ
    END-PERFORM.
    MOVE SPACES TO WS-AudLine.
    STRING "TOTALS SUBMITTED=" DELIMITED SIZE
        WS-SubmitCount DELIMITED SIZE
        " REFUSED=" DELIMITED SIZE
        WS-RejectCount DELIMITED SIZE
        INTO WS-AudLine.
    MOVE WS-AudLine TO AUD-Record.
    WRITE AUD-Record.
    CLOSE AUDFILE.
    CLOSE TRNFILE.

SUBMIT-ONE-TRANSACTION.
    MOVE 'N' TO WS-TrnReject.
    MOVE SPACES TO WS-TrnReason.
    IF WS-TrnMaxLen < 2080
        IF TRN-Record(WS-TrnMaxLen + 1:) NOT = SPACES
            MOVE 'Y' TO WS-TrnReject
            MOVE "LINE TOO LONG FOR TARGET" TO WS-TrnReason
        END-IF
    END-IF.
    IF WS-TrnReject = 'N'
        PERFORM PEND-STAMP
        MOVE SPACES TO PEND-Parm
        MOVE 'W' TO PEND-Op
        MOVE WS-NextId TO PEND-Id
        MOVE WS-PndTarget TO PEND-Target
        MOVE "PENDING" TO PEND-State
        MOVE WS-Submitter TO PEND-Submitter
        MOVE WS-PndStamp TO PEND-SubmitTs
        MOVE TRN-Record TO PEND-Text
        CALL "PENDIO" USING PEND-Parm
        IF PEND-Status NOT = '00'
            MOVE 'Y' TO WS-TrnReject
            MOVE SPACES TO WS-TrnReason
            STRING "PENDING WRITE FAILED, STATUS " PEND-Status
                DELIMITED SIZE INTO WS-TrnReason
        END-IF
    END-IF.
    MOVE SPACES TO WS-AudLine.
    IF WS-TrnReject = 'Y'
        SET WS-RejectCount UP BY 1
        STRING "REFUSED  " DELIMITED SIZE
            TRN-Record(1:60) DELIMITED SIZE
            " REASON=" DELIMITED SIZE
            WS-TrnReason DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
    ELSE
        SET WS-SubmitCount UP BY 1
        SET WS-NextId UP BY 1
        STRING "PENDING  " DELIMITED SIZE
            PEND-Text(1:120) DELIMITED SIZE
            INTO WS-AudLine
        MOVE WS-AudLine TO AUD-Record
        WRITE AUD-Record
        MOVE "PENDING" TO WS-PndOutcome
        PERFORM WRITE-PEND-AUDIT-DETAIL
    END-IF.

COPY "PEND.CPY".
