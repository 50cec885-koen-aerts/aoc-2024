*> GHOSTCYCFD.CPY - ghost-cycle check report record, shared by
*> TASK082/TASK083 (see GHOSTCYC.CPY for the paragraphs that write
*> it).  Pair with a "SELECT CYCFILE ASSIGN TO "ghostcyc.txt"
*> ORGANIZATION LINE SEQUENTIAL FILE STATUS WS-CycStatus" in
*> FILE-CONTROL.  Opened EXTEND, one block per map checked.
FD CYCFILE.
   01 CYC-Record     PIC X(132).
