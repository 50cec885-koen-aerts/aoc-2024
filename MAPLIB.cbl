IDENTIFICATION DIVISION.
PROGRAM-ID. MAPLIB.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
SELECT FILE1 ASSIGN TO DYNAMIC WS-MapFile
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-File1Status.
SELECT ACCFILE ASSIGN TO "mapaccpt.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-AccStatus.
SELECT CPYIN ASSIGN TO DYNAMIC WS-CopyFrom
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CpyInStatus.
SELECT CPYOUT ASSIGN TO DYNAMIC WS-CopyTo
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-CpyOutStatus.
SELECT HISTFILE ASSIGN TO "maplib.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-HistStatus.
SELECT RUNLOG ASSIGN TO "runlog.txt"
ORGANIZATION IS LINE SEQUENTIAL
FILE STATUS IS WS-RunLogStatus.

DATA DIVISION.
FILE SECTION.
FD FILE1.
   01 Row.
      03 RowVal      PIC X(2000).

FD ACCFILE.
   01 ACC-Record     PIC X(132).

FD CPYIN.
   01 CPYIN-Record   PIC X(2000).

FD CPYOUT.
   01 CPYOUT-Record  PIC X(2000).

FD HISTFILE.
   01 HIST-Record    PIC X(180).

COPY "RUNLOGFD.CPY".


WORKING-STORAGE SECTION.
01 WS-Dir.
   05 WS-Steps       PIC X(2000) VALUE SPACES.
COPY "MAPTBL.CPY".
01 WS-MyRow.
   03 WS-RowVal      PIC X(2000) VALUE SPACES.
01 WS-EOF            PIC A(1) VALUE 'N'.
01 WS-LoadAbort      PIC A(1) VALUE 'N'.
01 WS-MapFile        PIC X(20) VALUE SPACES.
01 WS-File1Status    PIC X(2) VALUE SPACES.
01 WS-AccStatus      PIC X(2) VALUE SPACES.
01 WS-CpyInStatus    PIC X(2) VALUE SPACES.
01 WS-CpyOutStatus   PIC X(2) VALUE SPACES.
01 WS-HistStatus     PIC X(2) VALUE SPACES.
01 WS-CandFile       PIC X(20) VALUE "mapnew.txt".
01 WS-LiveFile       PIC X(20) VALUE "map.txt".
01 WS-IxFile         PIC X(20) VALUE "map.idx".
01 WS-LibFile        PIC X(20) VALUE SPACES.
01 WS-AccCopyFile    PIC X(20) VALUE SPACES.
01 WS-Parm           PIC X(120) VALUE SPACES.
01 WS-ParmPtr        PIC 9(3) VALUE 1.
01 WS-ParmTok1       PIC X(20) VALUE SPACES.
*> The operator token is wider than the ID so an over-long ID is
*> refused instead of being silently truncated.
01 WS-ParmTok2       PIC X(20) VALUE SPACES.
01 WS-ParmTok3       PIC X(20) VALUE SPACES.
01 WS-ParmTok4       PIC X(20) VALUE SPACES.
01 WS-ParmTok5       PIC X(20) VALUE SPACES.
01 WS-Operator       PIC X(8) VALUE SPACES.
01 WS-Action         PIC X(8) VALUE SPACES.
01 WS-RetireState    PIC X(10) VALUE SPACES.
01 WS-ReasonTxt      PIC X(120) VALUE SPACES.
01 WS-Reason         PIC X(40) VALUE SPACES.
01 WS-GenDigits      PIC 9(2) VALUE 0.
*> What the mapaccpt.txt on file says: the header, the CHECK=TRAILER
*> totals MAPACCPT counted from the delivery it passed, and the
*> verdict.
01 WS-AccEOF         PIC X(1) VALUE 'N'.
01 WS-AccLine        PIC X(132) VALUE SPACES.
01 WS-AccSeen        PIC X(1) VALUE 'N'.
01 WS-AccTrlSeen     PIC X(1) VALUE 'N'.
01 WS-AccCand        PIC X(20) VALUE SPACES.
01 WS-AccRunDate     PIC X(10) VALUE SPACES.
01 WS-AccAsOf        PIC X(10) VALUE SPACES.
01 WS-AccVerdict     PIC X(4) VALUE SPACES.
01 WS-AccNodes       PIC 9(9) VALUE 0.
01 WS-AccHash        PIC 9(15) VALUE 0.
01 WS-AccDirLen      PIC 9(4) VALUE 0.
*> Catalog position: the highest generation on file, the generation
*> live on the target map now, and the one being made live.
01 WS-CatOpen        PIC X(1) VALUE 'N'.
01 WS-CatEOF         PIC X(1) VALUE 'N'.
01 WS-GenMax         PIC 9(6) VALUE 0.
01 WS-PrevGen        PIC 9(6) VALUE 0.
01 WS-NewGen         PIC 9(6) VALUE 0.
01 WS-Keyed          PIC X(1) VALUE 'N'.
01 WS-HaveDirs       PIC X(1) VALUE 'N'.
01 WS-NodeCount      PIC 9(9) VALUE 0.
01 WS-CopyFrom       PIC X(20) VALUE SPACES.
01 WS-CopyTo         PIC X(20) VALUE SPACES.
01 WS-CopyEOF        PIC X(1) VALUE 'N'.
01 WS-CopyFail       PIC X(1) VALUE 'N'.
01 WS-DeleteRC       PIC 9(9) COMP VALUE 0.
01 WS-ActStamp       PIC X(19) VALUE SPACES.
01 WS-PhaseOpen      PIC X(1) VALUE 'N'.
01 WS-RefuseRC       PIC 99 VALUE 0.
01 WS-HistLine       PIC X(180) VALUE SPACES.
01 WS-HistTag        PIC X(8) VALUE SPACES.
01 WS-HistDetail     PIC X(60) VALUE SPACES.
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".
COPY "RUNLOGWS.CPY".
COPY "MAPIXLK.CPY".
COPY "MAPGENLK.CPY".
COPY "MAPGENWS.CPY".


PROCEDURE DIVISION.
MAIN-PROCEDURE.

*> The map library: installs accepted deliveries as the live map and
*> keeps every one it installed, so a bad delivery can be backed out
*> in one step instead of by hand-copying files at three in the
*> morning.  The JCL PARM (or command line) is one of
*>   "PROMOTE OPERATOR [CANDIDATE [LIVE-MAP [IX-FILE]]]" - defaults
*>       mapnew.txt map.txt map.idx.  Only a delivery MAPACCPT has
*>       passed is installed: mapaccpt.txt must name the candidate
*>       and carry VERDICT=PASS, and the candidate is totalled again
*>       (for the as-of date it was accepted for) and must still
*>       match the CHECK=TRAILER totals MAPACCPT counted - a file
*>       touched after its acceptance is refused.  The delivery
*>       becomes the next generation: it is filed in the library as
*>       mapgenNNNNNN.txt with the acceptance report beside it as
*>       mapaccNNNNNN.txt, copied over LIVE-MAP, and IX-FILE is
*>       rebuilt from it.
*>   "ROLLBACK OPERATOR GENERATION REASON-TEXT" - reinstates any
*>       earlier promoted generation over the live map and index it
*>       was installed as, from the library copy, after holding that
*>       copy to the totals it was accepted with.  The rest of the
*>       PARM after the generation number is the reason, which is
*>       required (up to 40 characters).
*> Each generation is one record in the map-generation catalog,
*> mapgen.idx (see MAPGENLK.CPY; all I/O through MAPGENIO): LIVE,
*> SUPERSEDED by a later promotion, or BACKEDOUT by a rollback, with
*> who did it, when, and why.  Every promotion, rollback and refusal
*> is appended to maplib.txt as well, and the walk programs stamp
*> their report.txt and runlog.txt records with the live generation
*> (see MAPGEN.CPY), as this program stamps its own runlog records.
*> An effective-dated delivery cannot go into the keyed format (see
*> MAPIX), so installing one removes the index rather than leave the
*> previous generation's nodes behind it; the indexed walkers then
*> fail to open instead of walking the wrong network.
*> Return codes (see RUNLOGWS.CPY): WS-RC-AcceptFail when the
*> delivery has no PASS on file or has changed since, WS-RC-LoadFail
*> when it will not load, WS-RC-TrailerFail when its own totals (or a
*> library copy's) disagree, WS-RC-CtlFail for a bad PARM or a file
*> that will not open.
    MOVE "MAPLIB" TO WS-LogPgm.
    ACCEPT WS-Parm FROM COMMAND-LINE.
    IF WS-Parm NOT = SPACES
        UNSTRING WS-Parm DELIMITED BY SPACE
            INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3 WS-ParmTok4
                WS-ParmTok5
    END-IF.
    IF WS-ParmTok1 NOT = "PROMOTE" AND WS-ParmTok1 NOT = "ROLLBACK"
        DISPLAY "PARM MUST BE PROMOTE OPERATOR [CANDIDATE [LIVE-MAP"
            " [IX-FILE]]] OR ROLLBACK OPERATOR GENERATION REASON"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ParmTok1 TO WS-Action.
    IF WS-ParmTok2 = SPACES OR WS-ParmTok2(9:1) NOT = SPACE
        DISPLAY "OPERATOR ID MUST BE 1 TO 8 CHARACTERS"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ParmTok2 TO WS-Operator.
    PERFORM RUNLOG-STAMP.
    MOVE WS-LogStamp TO WS-ActStamp.
    IF WS-Action = "PROMOTE"
        IF WS-ParmTok3 NOT = SPACES
            MOVE WS-ParmTok3 TO WS-CandFile
        END-IF
        IF WS-ParmTok4 NOT = SPACES
            MOVE WS-ParmTok4 TO WS-LiveFile
        END-IF
        IF WS-ParmTok5 NOT = SPACES
            MOVE WS-ParmTok5 TO WS-IxFile
        END-IF
        PERFORM PROMOTE-GENERATION
    ELSE
        PERFORM PARSE-ROLLBACK-PARM
        PERFORM ROLLBACK-GENERATION
    END-IF.
    STOP RUN.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

COPY "MAPIXBLD.CPY".

COPY "RUNLOG.CPY".

*> The generation number is the third word; everything after it,
*> however many words, is the reason.
PARSE-ROLLBACK-PARM.
    MOVE SPACES TO WS-ParmTok3.
    MOVE 1 TO WS-ParmPtr.
    UNSTRING WS-Parm DELIMITED BY ALL SPACE
        INTO WS-ParmTok1 WS-ParmTok2 WS-ParmTok3
        WITH POINTER WS-ParmPtr.
    MOVE 0 TO WS-GenDigits.
    INSPECT WS-ParmTok3 TALLYING WS-GenDigits
        FOR CHARACTERS BEFORE INITIAL SPACE.
    IF WS-GenDigits = 0 OR WS-GenDigits > 6
        DISPLAY "ROLLBACK NEEDS A GENERATION NUMBER OF 1 TO 6 DIGITS"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-ParmTok3(1:WS-GenDigits) NOT NUMERIC
        DISPLAY "ROLLBACK NEEDS A GENERATION NUMBER OF 1 TO 6 DIGITS"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ParmTok3(1:WS-GenDigits) TO WS-NewGen.
    MOVE SPACES TO WS-ReasonTxt.
    IF WS-ParmPtr <= 120
        MOVE WS-Parm(WS-ParmPtr:) TO WS-ReasonTxt
    END-IF.
    IF WS-ReasonTxt = SPACES
        DISPLAY "ROLLBACK NEEDS A REASON AFTER THE GENERATION NUMBER"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    IF WS-ReasonTxt(41:80) NOT = SPACES
        DISPLAY "ROLLBACK REASON MUST BE 40 CHARACTERS OR FEWER"
        MOVE WS-RC-CtlFail TO RETURN-CODE
        STOP RUN
    END-IF.
    MOVE WS-ReasonTxt TO WS-Reason.

PROMOTE-GENERATION.
    MOVE " SOURCE=" TO WS-HistTag.
    MOVE WS-CandFile TO WS-HistDetail.
    PERFORM OPEN-CATALOG.
    PERFORM SCAN-CATALOG.
    COMPUTE WS-NewGen = WS-GenMax + 1.
    MOVE WS-LiveFile TO WS-MapFile.
    MOVE WS-PrevGen TO WS-MapGen.
    MOVE "PROMOTE" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 'Y' TO WS-PhaseOpen.

    PERFORM READ-ACCEPTANCE.
    IF WS-AccSeen = 'N'
        MOVE "NO ACCEPTANCE REPORT ON FILE" TO WS-HistDetail
        MOVE WS-RC-AcceptFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    IF WS-AccCand NOT = WS-CandFile
        MOVE SPACES TO WS-HistDetail
        STRING "ACCEPTANCE ON FILE IS FOR " DELIMITED SIZE
            WS-AccCand DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-AcceptFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    IF WS-AccVerdict NOT = "PASS"
        MOVE SPACES TO WS-HistDetail
        STRING "ACCEPTANCE VERDICT IS " DELIMITED SIZE
            WS-AccVerdict DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-AcceptFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    IF WS-AccTrlSeen = 'N'
        MOVE "ACCEPTANCE REPORT CARRIES NO TRAILER TOTALS"
            TO WS-HistDetail
        MOVE WS-RC-AcceptFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.

    MOVE WS-CandFile TO WS-MapFile.
    PERFORM CHECK-AGAINST-ACCEPTED.
    MOVE WS-LiveFile TO WS-MapFile.

    MOVE SPACES TO WS-LibFile.
    STRING "mapgen" DELIMITED SIZE
        WS-NewGen DELIMITED SIZE
        ".txt" DELIMITED SIZE
        INTO WS-LibFile.
    MOVE SPACES TO WS-AccCopyFile.
    STRING "mapacc" DELIMITED SIZE
        WS-NewGen DELIMITED SIZE
        ".txt" DELIMITED SIZE
        INTO WS-AccCopyFile.
    MOVE WS-CandFile TO WS-CopyFrom.
    MOVE WS-LibFile TO WS-CopyTo.
    PERFORM COPY-FLAT-FILE.
    IF WS-CopyFail = 'Y'
        MOVE SPACES TO WS-HistDetail
        STRING "UNABLE TO FILE LIBRARY COPY " DELIMITED SIZE
            WS-LibFile DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    MOVE "mapaccpt.txt" TO WS-CopyFrom.
    MOVE WS-AccCopyFile TO WS-CopyTo.
    PERFORM COPY-FLAT-FILE.
    IF WS-CopyFail = 'Y'
        MOVE SPACES TO WS-HistDetail
        STRING "UNABLE TO FILE ACCEPTANCE COPY " DELIMITED SIZE
            WS-AccCopyFile DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.

    PERFORM INSTALL-GENERATION.

    IF WS-PrevGen > 0
        MOVE WS-PrevGen TO MAPGEN-Id
        MOVE "SUPERSEDED" TO WS-RetireState
        PERFORM RETIRE-LIVE-GENERATION
    END-IF.
    INITIALIZE MAPGEN-Parm.
    MOVE WS-NewGen TO MAPGEN-Id.
    MOVE "LIVE" TO MAPGEN-State.
    MOVE WS-CandFile TO MAPGEN-Source.
    MOVE WS-LibFile TO MAPGEN-LibFile.
    MOVE WS-AccCopyFile TO MAPGEN-AccFile.
    MOVE WS-LiveFile TO MAPGEN-LiveFile.
    MOVE WS-IxFile TO MAPGEN-LiveIx.
    MOVE WS-Keyed TO MAPGEN-Keyed.
    MOVE WS-AccVerdict TO MAPGEN-Verdict.
    MOVE WS-AccRunDate TO MAPGEN-AccRunDate.
    MOVE WS-AccAsOf TO MAPGEN-AccAsOf.
    MOVE WS-AccNodes TO MAPGEN-Nodes.
    MOVE WS-AccHash TO MAPGEN-Hash.
    MOVE WS-AccDirLen TO MAPGEN-DirLen.
    MOVE WS-ActStamp TO MAPGEN-PromoteTs.
    MOVE WS-Operator TO MAPGEN-Promoter.
    MOVE WS-ActStamp TO MAPGEN-LiveTs.
    MOVE WS-Operator TO MAPGEN-LiveBy.
    MOVE 'W' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        DISPLAY "MAPLIB: UNABLE TO CATALOG GENERATION " WS-NewGen
            ", FILE STATUS " MAPGEN-Status
    END-IF.
    PERFORM CLOSE-CATALOG.

    MOVE WS-NewGen TO WS-MapGen.
    MOVE WS-CandFile TO WS-HistDetail.
    PERFORM WRITE-HISTORY-LINE.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.
    DISPLAY "MAPLIB: " WS-CandFile " PROMOTED AS GENERATION "
        WS-NewGen " ON " WS-LiveFile " BY " WS-Operator.
    IF WS-PrevGen > 0
        DISPLAY "MAPLIB: GENERATION " WS-PrevGen " SUPERSEDED"
    END-IF.

ROLLBACK-GENERATION.
    MOVE " REASON=" TO WS-HistTag.
    MOVE WS-Reason TO WS-HistDetail.
    MOVE 'U' TO MAPGEN-Op.
    MOVE WS-GenCatFile TO MAPGEN-File.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        MOVE SPACES TO WS-HistDetail
        STRING "NO MAP LIBRARY, " DELIMITED SIZE
            WS-GenCatFile DELIMITED SIZE
            " FILE STATUS " DELIMITED SIZE
            MAPGEN-Status DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    MOVE 'Y' TO WS-CatOpen.
    MOVE WS-NewGen TO MAPGEN-Id.
    MOVE 'R' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        MOVE SPACES TO WS-HistDetail
        STRING "GENERATION " DELIMITED SIZE
            WS-NewGen DELIMITED SIZE
            " IS NOT IN THE LIBRARY" DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
*> The generation goes back where it was installed, and is held to
*> the totals it was accepted with, for the date it was accepted for.
    MOVE MAPGEN-LiveFile TO WS-LiveFile.
    MOVE MAPGEN-LiveIx TO WS-IxFile.
    MOVE MAPGEN-LibFile TO WS-LibFile.
    MOVE MAPGEN-AccAsOf TO WS-AccAsOf.
    MOVE MAPGEN-Nodes TO WS-AccNodes.
    MOVE MAPGEN-Hash TO WS-AccHash.
    MOVE MAPGEN-DirLen TO WS-AccDirLen.
    IF MAPGEN-State = "LIVE"
        MOVE WS-NewGen TO WS-PrevGen
    ELSE
        PERFORM SCAN-CATALOG
    END-IF.
    MOVE WS-LiveFile TO WS-MapFile.
    MOVE WS-PrevGen TO WS-MapGen.
    MOVE "ROLLBACK" TO WS-LogPhase.
    PERFORM RUNLOG-BEGIN-PHASE.
    MOVE 'Y' TO WS-PhaseOpen.
    IF WS-PrevGen = WS-NewGen
        MOVE SPACES TO WS-HistDetail
        STRING "GENERATION " DELIMITED SIZE
            WS-NewGen DELIMITED SIZE
            " IS ALREADY LIVE" DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.

    MOVE WS-LibFile TO WS-MapFile.
    PERFORM CHECK-AGAINST-ACCEPTED.
    MOVE WS-LiveFile TO WS-MapFile.
*> The library copy is the generation itself: if it no longer adds up
*> to what was accepted it is not the delivery that was promoted.
    IF WS-RefuseRC = WS-RC-AcceptFail
        MOVE SPACES TO WS-HistDetail
        STRING "LIBRARY COPY " DELIMITED SIZE
            WS-LibFile DELIMITED SIZE
            " DISAGREES WITH CATALOG TOTALS" DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-TrailerFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.

    PERFORM INSTALL-GENERATION.

    IF WS-PrevGen > 0
        MOVE WS-PrevGen TO MAPGEN-Id
        MOVE "BACKEDOUT" TO WS-RetireState
        PERFORM RETIRE-LIVE-GENERATION
    END-IF.
    MOVE WS-NewGen TO MAPGEN-Id.
    MOVE 'R' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    MOVE "LIVE" TO MAPGEN-State.
    MOVE WS-Keyed TO MAPGEN-Keyed.
    MOVE WS-ActStamp TO MAPGEN-LiveTs.
    MOVE WS-Operator TO MAPGEN-LiveBy.
    MOVE SPACES TO MAPGEN-OutTs.
    MOVE SPACES TO MAPGEN-OutBy.
    MOVE SPACES TO MAPGEN-Reason.
    MOVE 'X' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        DISPLAY "MAPLIB: UNABLE TO REWRITE GENERATION " WS-NewGen
            ", FILE STATUS " MAPGEN-Status
    END-IF.
    PERFORM CLOSE-CATALOG.

    MOVE WS-NewGen TO WS-MapGen.
    MOVE WS-Reason TO WS-HistDetail.
    PERFORM WRITE-HISTORY-LINE.
    MOVE "OK" TO WS-LogStatusTxt.
    PERFORM RUNLOG-END-PHASE.
    DISPLAY "MAPLIB: GENERATION " WS-NewGen " REINSTATED ON "
        WS-LiveFile " BY " WS-Operator.
    IF WS-PrevGen > 0
        DISPLAY "MAPLIB: GENERATION " WS-PrevGen " BACKED OUT - "
            WS-Reason
    END-IF.

*> The catalog is opened for update; a '35' (file not there) means
*> this is the first promotion, so it is created empty and reopened.
OPEN-CATALOG.
    MOVE 'U' TO MAPGEN-Op.
    MOVE WS-GenCatFile TO MAPGEN-File.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status = '35'
        MOVE 'L' TO MAPGEN-Op
        CALL "MAPGENIO" USING MAPGEN-Parm
        IF MAPGEN-Status = '00'
            MOVE 'C' TO MAPGEN-Op
            CALL "MAPGENIO" USING MAPGEN-Parm
            MOVE 'U' TO MAPGEN-Op
            CALL "MAPGENIO" USING MAPGEN-Parm
        END-IF
    END-IF.
    IF MAPGEN-Status NOT = '00'
        MOVE SPACES TO WS-HistDetail
        STRING "UNABLE TO OPEN " DELIMITED SIZE
            WS-GenCatFile DELIMITED SIZE
            " FILE STATUS " DELIMITED SIZE
            MAPGEN-Status DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    MOVE 'Y' TO WS-CatOpen.

CLOSE-CATALOG.
    IF WS-CatOpen = 'Y'
        MOVE 'C' TO MAPGEN-Op
        CALL "MAPGENIO" USING MAPGEN-Parm
        MOVE 'N' TO WS-CatOpen
    END-IF.

*> Generations are never deleted, so the last key read is the
*> highest number issued.  Several live maps may be kept from the one
*> library; the generation live now is the LIVE one installed over
*> WS-LiveFile.
SCAN-CATALOG.
    MOVE 0 TO WS-GenMax.
    MOVE 0 TO WS-PrevGen.
    MOVE 'N' TO WS-CatEOF.
    MOVE 'S' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    PERFORM UNTIL WS-CatEOF = 'Y'
        MOVE 'N' TO MAPGEN-Op
        CALL "MAPGENIO" USING MAPGEN-Parm
        IF MAPGEN-Status NOT = '00'
            MOVE 'Y' TO WS-CatEOF
        ELSE
            MOVE MAPGEN-Id TO WS-GenMax
            IF MAPGEN-State = "LIVE"
                AND MAPGEN-LiveFile = WS-LiveFile
                MOVE MAPGEN-Id TO WS-PrevGen
            END-IF
        END-IF
    END-PERFORM.

*> The header line names the delivery and the as-of date it was
*> accepted for; the CHECK=TRAILER line holds the totals counted from
*> it; the VERDICT line is last.  Columns as MAPACCPT writes them.
READ-ACCEPTANCE.
    MOVE 'N' TO WS-AccSeen.
    MOVE 'N' TO WS-AccTrlSeen.
    MOVE SPACES TO WS-AccVerdict.
    OPEN INPUT ACCFILE.
    IF WS-AccStatus NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-AccEOF.
    PERFORM UNTIL WS-AccEOF = 'Y'
        READ ACCFILE INTO WS-AccLine
            AT END
                MOVE 'Y' TO WS-AccEOF
            NOT AT END
                EVALUATE TRUE
                    WHEN WS-AccLine(1:17) = "MAPACCPT RUNDATE="
                        MOVE 'Y' TO WS-AccSeen
                        MOVE WS-AccLine(18:10) TO WS-AccRunDate
                        MOVE WS-AccLine(39:20) TO WS-AccCand
                        MOVE WS-AccLine(94:10) TO WS-AccAsOf
                    WHEN WS-AccLine(1:20) = "CHECK=TRAILER NODES="
                        IF WS-AccLine(21:9) NUMERIC
                            AND WS-AccLine(36:15) NUMERIC
                            AND WS-AccLine(59:4) NUMERIC
                            MOVE 'Y' TO WS-AccTrlSeen
                            MOVE WS-AccLine(21:9) TO WS-AccNodes
                            MOVE WS-AccLine(36:15) TO WS-AccHash
                            MOVE WS-AccLine(59:4) TO WS-AccDirLen
                        END-IF
                    WHEN WS-AccLine(1:8) = "VERDICT="
                        MOVE WS-AccLine(9:4) TO WS-AccVerdict
                END-EVALUATE
        END-READ
    END-PERFORM.
    CLOSE ACCFILE.

*> Load WS-MapFile for the accepted as-of date and hold the delivery
*> that loads to the accepted totals.  A trailer that disagrees, or a
*> file that will not load, refuses the run here; totals that differ
*> from the accepted ones come back as WS-RefuseRC = WS-RC-AcceptFail
*> for the caller to word.
CHECK-AGAINST-ACCEPTED.
    MOVE 0 TO WS-RefuseRC.
    MOVE WS-AccAsOf TO WS-EffRunDate.
    MOVE SPACES TO WS-Dir.
    MOVE 0 TO WS-RowCount.
    MOVE 'N' TO WS-EOF.
    MOVE 'N' TO WS-LoadAbort.
    PERFORM LOAD-MAP.
    IF WS-TrlAbort = 'Y'
        MOVE SPACES TO WS-HistDetail
        STRING WS-MapFile DELIMITED SPACE
            " FAILS ITS TRAILER: " DELIMITED SIZE
            WS-TrlReason DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-TrailerFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    IF WS-LoadAbort = 'Y'
        MOVE SPACES TO WS-HistDetail
        STRING WS-MapFile DELIMITED SPACE
            " DID NOT LOAD" DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-LoadFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    IF WS-TrlNodes NOT = WS-AccNodes
        OR WS-TrlHash NOT = WS-AccHash
        OR WS-TrlDirLen NOT = WS-AccDirLen
        DISPLAY "  ACCEPTED NODES=" WS-AccNodes
            " HASH=" WS-AccHash " DIRLEN=" WS-AccDirLen
        DISPLAY "  LOADED   NODES=" WS-TrlNodes
            " HASH=" WS-TrlHash " DIRLEN=" WS-TrlDirLen
        MOVE "DELIVERY CHANGED SINCE ACCEPTANCE" TO WS-HistDetail
        MOVE WS-RC-AcceptFail TO WS-RefuseRC
    END-IF.
    IF WS-Action = "PROMOTE" AND WS-RefuseRC NOT = 0
        PERFORM REFUSE-RUN
    END-IF.

*> Copy the library copy over the live map, then rebuild the index
*> from what was installed.  A live map that cannot be written refuses
*> the run with nothing changed but the library; an index that cannot
*> be rebuilt - or a delivery that cannot be keyed - is removed, so
*> no indexed walker runs on the generation being taken out.
INSTALL-GENERATION.
    MOVE WS-LibFile TO WS-CopyFrom.
    MOVE WS-LiveFile TO WS-CopyTo.
    PERFORM COPY-FLAT-FILE.
    IF WS-CopyFail = 'Y'
        MOVE SPACES TO WS-HistDetail
        STRING "UNABLE TO INSTALL " DELIMITED SIZE
            WS-LiveFile DELIMITED SIZE
            INTO WS-HistDetail
        MOVE WS-RC-CtlFail TO WS-RefuseRC
        PERFORM REFUSE-RUN
    END-IF.
    MOVE 'N' TO WS-Keyed.
    IF WS-EffSeen = 'Y'
        DISPLAY WS-LiveFile " IS EFFECTIVE-DATED - " WS-IxFile
            " REMOVED, NOT REBUILT"
    ELSE
        PERFORM BUILD-LIVE-INDEX
    END-IF.
    IF WS-Keyed = 'N'
        CALL "CBL_DELETE_FILE" USING WS-IxFile
            RETURNING WS-DeleteRC
    END-IF.

*> WS-Keyed is only set once every node of the installed map is in
*> the index - as many as its accepted trailer NODES= total; any
*> shortfall leaves it 'N' and INSTALL-GENERATION removes the index.
BUILD-LIVE-INDEX.
    MOVE 'L' TO MAPIX-Op.
    MOVE WS-IxFile TO MAPIX-File.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF MAPIX-Status NOT = '00'
        DISPLAY 'UNABLE TO CREATE ' WS-IxFile
            ', FILE STATUS ' MAPIX-Status ' - INDEX REMOVED'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-LiveFile TO WS-CopyFrom.
    OPEN INPUT CPYIN.
    IF WS-CpyInStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-LiveFile
            ', FILE STATUS ' WS-CpyInStatus ' - INDEX REMOVED'
        MOVE 'C' TO MAPIX-Op
        CALL "MAPIXIO" USING MAPIX-Parm
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-HaveDirs.
    MOVE 0 TO WS-NodeCount.
    MOVE 'N' TO WS-CopyEOF.
    PERFORM UNTIL WS-CopyEOF = 'Y'
        READ CPYIN INTO WS-MyRow
            AT END
                MOVE 'Y' TO WS-CopyEOF
            NOT AT END
                PERFORM WRITE-ONE-IX-RECORD
        END-READ
    END-PERFORM.
    CLOSE CPYIN.
    MOVE 'C' TO MAPIX-Op.
    CALL "MAPIXIO" USING MAPIX-Parm.
    IF WS-NodeCount NOT = WS-AccNodes
        DISPLAY "MAPLIB: " WS-NodeCount " NODES LOADED TO " WS-IxFile
            ", TRAILER NODES=" WS-AccNodes " - INDEX REMOVED"
        EXIT PARAGRAPH
    END-IF.
    MOVE 'Y' TO WS-Keyed.
    DISPLAY "MAPLIB: " WS-NodeCount " NODES LOADED TO " WS-IxFile.

*> The generation being taken out: SUPERSEDED by a promotion, or
*> BACKEDOUT by a rollback with its reason.  MAPGEN-Id is set by the
*> caller, the new state is in WS-RetireState.
RETIRE-LIVE-GENERATION.
    MOVE 'R' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        EXIT PARAGRAPH
    END-IF.
    MOVE WS-RetireState TO MAPGEN-State.
    MOVE WS-ActStamp TO MAPGEN-OutTs.
    MOVE WS-Operator TO MAPGEN-OutBy.
    IF WS-RetireState = "BACKEDOUT"
        MOVE WS-Reason TO MAPGEN-Reason
    ELSE
        MOVE SPACES TO MAPGEN-Reason
    END-IF.
    MOVE 'X' TO MAPGEN-Op.
    CALL "MAPGENIO" USING MAPGEN-Parm.
    IF MAPGEN-Status NOT = '00'
        DISPLAY "MAPLIB: UNABLE TO REWRITE GENERATION " MAPGEN-Id
            ", FILE STATUS " MAPGEN-Status
    END-IF.

*> Line by line, as the flat map has always been written.
COPY-FLAT-FILE.
    MOVE 'N' TO WS-CopyFail.
    OPEN INPUT CPYIN.
    IF WS-CpyInStatus NOT = '00'
        DISPLAY 'UNABLE TO OPEN ' WS-CopyFrom
            ', FILE STATUS ' WS-CpyInStatus
        MOVE 'Y' TO WS-CopyFail
        EXIT PARAGRAPH
    END-IF.
    OPEN OUTPUT CPYOUT.
    IF WS-CpyOutStatus NOT = '00'
        DISPLAY 'UNABLE TO CREATE ' WS-CopyTo
            ', FILE STATUS ' WS-CpyOutStatus
        CLOSE CPYIN
        MOVE 'Y' TO WS-CopyFail
        EXIT PARAGRAPH
    END-IF.
    MOVE 'N' TO WS-CopyEOF.
    PERFORM UNTIL WS-CopyEOF = 'Y'
        READ CPYIN
            AT END
                MOVE 'Y' TO WS-CopyEOF
            NOT AT END
                MOVE CPYIN-Record TO CPYOUT-Record
                WRITE CPYOUT-Record
        END-READ
    END-PERFORM.
    CLOSE CPYIN.
    CLOSE CPYOUT.

*> A refused run leaves the live map, the index and the catalog as
*> they were; the refusal is logged with its reason and the run ends
*> with the return code the caller chose.
REFUSE-RUN.
    PERFORM CLOSE-CATALOG.
    DISPLAY "MAPLIB: " WS-Action " REFUSED - " WS-HistDetail.
    MOVE " REASON=" TO WS-HistTag.
    MOVE "REFUSED" TO WS-Action.
    PERFORM WRITE-HISTORY-LINE.
    IF WS-PhaseOpen = 'Y'
        EVALUATE WS-RefuseRC
            WHEN WS-RC-AcceptFail
                MOVE "FAIL-ACCEPT" TO WS-LogStatusTxt
            WHEN WS-RC-TrailerFail
                MOVE "FAIL-TRAILER" TO WS-LogStatusTxt
            WHEN WS-RC-LoadFail
                MOVE "FAIL-LOAD" TO WS-LogStatusTxt
            WHEN OTHER
                MOVE "FAIL-CTL" TO WS-LogStatusTxt
        END-EVALUATE
        MOVE WS-LiveFile TO WS-MapFile
        PERFORM RUNLOG-END-PHASE
    END-IF.
    MOVE WS-RefuseRC TO RETURN-CODE.
    STOP RUN.

*> One fixed-column line per promotion, rollback or refusal:
*> stamp, action, the generation made live (or that would have been),
*> the generation live before it, operator, live map, and the
*> delivery promoted or the reason given.
WRITE-HISTORY-LINE.
    MOVE SPACES TO WS-HistLine.
    STRING "MAPLIB STAMP=" DELIMITED SIZE
        WS-ActStamp DELIMITED SIZE
        " ACTION=" DELIMITED SIZE
        WS-Action DELIMITED SIZE
        " GEN=" DELIMITED SIZE
        WS-NewGen DELIMITED SIZE
        " PREV=" DELIMITED SIZE
        WS-PrevGen DELIMITED SIZE
        " OPER=" DELIMITED SIZE
        WS-Operator DELIMITED SIZE
        " LIVE=" DELIMITED SIZE
        WS-LiveFile DELIMITED SIZE
        WS-HistTag DELIMITED SIZE
        WS-HistDetail DELIMITED SIZE
        INTO WS-HistLine.
    OPEN EXTEND HISTFILE.
    IF WS-HistStatus = '35'
        OPEN OUTPUT HISTFILE
        CLOSE HISTFILE
        OPEN EXTEND HISTFILE
    END-IF.
    MOVE WS-HistLine TO HIST-Record.
    WRITE HIST-Record.
    CLOSE HISTFILE.
