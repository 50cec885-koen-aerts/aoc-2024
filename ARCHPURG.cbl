MAIN-PROCEDURE.

*> Retention housekeeping for the append-forever output files:
*> report.txt, traffic.txt, pairdist.txt, runlog.txt and
*> maintaud.txt.  Records whose RUNDATE= (START= for the run log) is
*> older than the cutoff move into a dated archive generation next
*> to the live file, and
*> the live file is rewritten with only the recent records, so the
*> history readers stop paying for years of dead weight and a
*> disk-full stops stalking the production appends.  Continuation
    PERFORM ARCHIVE-ONE-FILE.
    MOVE "traffic.txt" TO WS-LiveFile.
    PERFORM ARCHIVE-ONE-FILE.
    MOVE "pairdist.txt" TO WS-LiveFile.
    PERFORM ARCHIVE-ONE-FILE.
    MOVE "runlog.txt" TO WS-LiveFile.
    PERFORM ARCHIVE-ONE-FILE.
    MOVE "maintaud.txt" TO WS-LiveFile.
*> A header record carries its date as RUNDATE=YYYY-MM-DD somewhere
*> near the front of the line (the writers put the marker at
*> different offsets: column 1 in report.txt, behind the program
*> name in traffic.txt, pairdist.txt and maintaud.txt), and the run-log records
*> carry theirs in the START= stamp instead.  A record with neither
*> marker is a continuation or totals line and keeps WS-Disposition
*> as the header above it left it.
