*> NODEDIRLK.CPY - parameter record for NODEDIRIO, the subprogram
*> that owns the keyed node directory (see NODEDIRIO.cbl).  Every
*> caller declares this once in WORKING-STORAGE and passes it on each
*> CALL:
*>   NDIR-Op      'O' open input            'L' open output (create)
*>                'U' open I-O (update)     'C' close
*>                'R' read entry by key     'W' write new entry
*>                'X' rewrite entry         'E' delete entry by key
*>                'S' start at first key    'N' read next entry
*>   NDIR-File    file name, picked up on 'O'/'L'/'U' only
*>   NDIR-Status  two-byte file status of the operation ('00' good,
*>                '23' key not found, '22' duplicate key on 'W', '10'
*>                end of file on 'N')
*>   NDIR-Loc     node code - the key - in ('R'/'W'/'X'/'E'), out
*>                ('N')
*>   NDIR-Name    descriptive node name
*>   NDIR-Region  region code
*>   NDIR-Owner   owning team
*>   NDIR-InSvc   'Y' node in service, 'N' out of service
*>   NDIR-Changed date (YYYY-MM-DD) the entry was last maintained
*> The directory is reference data kept beside the map, never inside
*> it: the map delivery format carries node codes only.
01 NDIR-Parm.
   05 NDIR-Op        PIC X(1).
   05 NDIR-File      PIC X(20).
   05 NDIR-Status    PIC X(2).
   05 NDIR-Loc       PIC X(3).
   05 NDIR-Name      PIC X(30).
   05 NDIR-Region    PIC X(4).
   05 NDIR-Owner     PIC X(8).
   05 NDIR-InSvc     PIC X(1).
   05 NDIR-Changed   PIC X(10).
