*> GHOSTPFD.CPY - ghost-walk partition result file, written by a
*> TASK082 partition step and read back by GHOSTMRG.  One
*> PART-Header, then one PART-PathRec per ghost path the step
*> walked.  The keyword fields are filled by the writer so the file
*> reads like the other reports ("GHOSTPART PART=P01 RUNDATE=...")
*> while every value still sits in a fixed column for the merge.
*> PART-Status is OK for a finished walk and LIMIT for one the
*> WALKLIM guard stopped (the merge refuses that partition).
*> PART-Verdict/PART-Offset/PART-Period carry the path's ghost-cycle
*> check (see GHOSTCYCWS.CPY) so the merge can combine the paths
*> without walking them again.  Pair with a SELECT PARTFILE ASSIGN
*> TO ... ORGANIZATION LINE SEQUENTIAL FILE STATUS WS-PartStatus.
FD PARTFILE.
   01 PART-Header.
      05 PART-HdrTag     PIC X(15).
      05 PART-Id         PIC X(8).
      05 PART-HdrKw2     PIC X(9).
      05 PART-RunDate    PIC X(10).
      05 PART-HdrKw3     PIC X(5).
      05 PART-MapFile    PIC X(20).
      05 PART-HdrKw4     PIC X(11).
      05 PART-EffDate    PIC X(10).
      05 PART-HdrKw5     PIC X(7).
      05 PART-Paths      PIC 99.
      05 PART-HdrKw6     PIC X(8).
      05 PART-Status     PIC X(5).
   01 PART-PathRec.
      05 PART-PathTag    PIC X(11).
      05 PART-Start      PIC X(3).
      05 PART-PathKw2    PIC X(7).
      05 PART-Ghost      PIC X(3).
      05 PART-PathKw3    PIC X(7).
      05 PART-Steps      PIC 9(5).
      05 PART-PathKw4    PIC X(9).
      05 PART-Verdict    PIC X(1).
      05 PART-PathKw5    PIC X(8).
      05 PART-Offset     PIC 9(12).
      05 PART-PathKw6    PIC X(8).
      05 PART-Period     PIC 9(12).
