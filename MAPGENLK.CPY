*> MAPGENLK.CPY - parameter record for MAPGENIO, the subprogram that
*> owns the keyed map-generation catalog (see MAPGENIO.cbl and
*> MAPLIB.cbl).  Every caller declares this once in WORKING-STORAGE
*> and passes it on each CALL:
*>   MAPGEN-Op         'O' open input            'L' open output (create)
*>                     'U' open I-O (update)     'C' close
*>                     'R' read generation by key
*>                     'W' write new generation  'X' rewrite generation
*>                     'S' start at first key    'N' read next generation
*>   MAPGEN-File       file name, picked up on 'O'/'L'/'U' only
*>   MAPGEN-Status     two-byte file status of the operation ('00' good,
*>                     '23' key not found, '22' duplicate key on 'W',
*>                     '10' end of file on 'N')
*>   MAPGEN-Id         generation number - the key - in ('R'/'W'/'X'),
*>                     out ('N'); numbered in promotion order from 1
*>   MAPGEN-State      LIVE       installed as the live map now
*>                     SUPERSEDED taken out by a later promotion
*>                     BACKEDOUT  taken out by a rollback
*>   MAPGEN-Source     delivery file the generation was promoted from
*>   MAPGEN-LibFile    the library's own copy of that delivery
*>                     (mapgenNNNNNN.txt), what a rollback reinstates
*>   MAPGEN-AccFile    the library's copy of the mapaccpt.txt report
*>                     that passed it (mapaccNNNNNN.txt)
*>   MAPGEN-LiveFile   flat map the generation was installed as
*>   MAPGEN-LiveIx     indexed map rebuilt from it when it went live
*>   MAPGEN-Keyed      Y when MAPGEN-LiveIx was built from it; N for an
*>                     effective-dated delivery, which cannot be keyed -
*>                     the index is removed rather than left stale
*>   MAPGEN-Verdict    MAPACCPT's verdict on file at promotion - PASS
*>   MAPGEN-AccRunDate date MAPACCPT ran
*>   MAPGEN-AccAsOf    the as-of date MAPACCPT accepted it for
*>   MAPGEN-Nodes / MAPGEN-Hash / MAPGEN-DirLen
*>                     control totals of the accepted delivery, as on
*>                     MAPACCPT's CHECK=TRAILER line - the library copy
*>                     is held to them again before a rollback
*>   MAPGEN-PromoteTs  when it was promoted, YYYY-MM-DD-HH.MM.SS
*>   MAPGEN-Promoter   operator ID that promoted it
*>   MAPGEN-LiveTs     when it last went live (promotion or rollback)
*>   MAPGEN-LiveBy     operator ID that last made it live
*>   MAPGEN-OutTs      when it last stopped being live
*>   MAPGEN-OutBy      operator ID whose run took it out
*>   MAPGEN-Reason     why it was backed out (rollback reason)
*> Generations are never deleted: the catalog is the record of which
*> delivery the network ran on, and maplib.txt holds every promotion
*> and rollback in the order they happened.
01 MAPGEN-Parm.
   05 MAPGEN-Op         PIC X(1).
   05 MAPGEN-File       PIC X(20).
   05 MAPGEN-Status     PIC X(2).
   05 MAPGEN-Id         PIC 9(6).
   05 MAPGEN-State      PIC X(10).
   05 MAPGEN-Source     PIC X(20).
   05 MAPGEN-LibFile    PIC X(20).
   05 MAPGEN-AccFile    PIC X(20).
   05 MAPGEN-LiveFile   PIC X(20).
   05 MAPGEN-LiveIx     PIC X(20).
   05 MAPGEN-Verdict    PIC X(4).
   05 MAPGEN-AccRunDate PIC X(10).
   05 MAPGEN-AccAsOf    PIC X(10).
   05 MAPGEN-Nodes      PIC 9(9).
   05 MAPGEN-Hash       PIC 9(15).
   05 MAPGEN-DirLen     PIC 9(4).
   05 MAPGEN-PromoteTs  PIC X(19).
   05 MAPGEN-Promoter   PIC X(8).
   05 MAPGEN-LiveTs     PIC X(19).
   05 MAPGEN-LiveBy     PIC X(8).
   05 MAPGEN-OutTs      PIC X(19).
   05 MAPGEN-OutBy      PIC X(8).
   05 MAPGEN-Reason     PIC X(40).
   05 MAPGEN-Keyed      PIC X(1).
