*> PENDLK.CPY - parameter record for PENDIO, the subprogram that
*> owns the keyed pending-transactions file (see PENDIO.cbl).  Every
*> caller declares this once in WORKING-STORAGE and passes it on each
*> CALL:
*>   PEND-Op        'O' open input            'L' open output (create)
*>                  'U' open I-O (update)     'C' close
*>                  'R' read item by key      'W' write new item
*>                  'X' rewrite item          'S' start at first key
*>                  'N' read next item
*>   PEND-File      file name, picked up on 'O'/'L'/'U' only
*>   PEND-Status    two-byte file status of the operation ('00' good,
*>                  '23' key not found, '22' duplicate key on 'W',
*>                  '10' end of file on 'N')
*>   PEND-Id        pending item number - the key - in ('R'/'W'/'X'),
*>                  out ('N'); numbered in submission order
*>   PEND-Target    maintenance program the transaction is for,
*>                  MAPMAINT or DIRMAINT
*>   PEND-State     PENDING   submitted, waiting for a second operator
*>                  APPROVED  approved, waiting for its maintenance run
*>                  REJECTED  turned down by the approver
*>                  EXPIRED   nobody decided on it in time
*>                  APPLIED   applied by the maintenance run
*>                  FAILED    approved, but the maintenance run's own
*>                            edits rejected it
*>   PEND-Submitter operator ID that submitted the transaction
*>   PEND-SubmitTs  when it was submitted, YYYY-MM-DD-HH.MM.SS
*>   PEND-Approver  operator ID that approved or rejected it
*>   PEND-ApproveTs when they did, YYYY-MM-DD-HH.MM.SS
*>   PEND-DoneTs    when it reached its final state (APPLIED, FAILED,
*>                  REJECTED or EXPIRED)
*>   PEND-Reason    why it was rejected, expired or failed
*>   PEND-Text      the transaction line exactly as submitted, in the
*>                  target program's own transaction format
*> Items are never deleted: the file is the record of who asked for
*> each change to the production network and who let it through.
01 PEND-Parm.
   05 PEND-Op        PIC X(1).
   05 PEND-File      PIC X(20).
   05 PEND-Status    PIC X(2).
   05 PEND-Id        PIC 9(6).
   05 PEND-Target    PIC X(8).
   05 PEND-State     PIC X(8).
   05 PEND-Submitter PIC X(8).
   05 PEND-SubmitTs  PIC X(19).
   05 PEND-Approver  PIC X(8).
   05 PEND-ApproveTs PIC X(19).
   05 PEND-DoneTs    PIC X(19).
   05 PEND-Reason    PIC X(40).
   05 PEND-Text      PIC X(2080).
