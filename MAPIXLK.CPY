*>                'E' delete record by key
*>                'R' read node by key      'D' read direction record
*>                'S' start at first key    'G' start after MAPIX-Loc
*>                'P' start at the first node whose LEFT pointer is
*>                    MAPIX-Loc
*>                'Q' start at the first node whose RIGHT pointer is
*>                    MAPIX-Loc
*>                'N' read next record (in key order after 'S'/'G',
*>                    in pointer order after 'P'/'Q' - read until the
*>                    pointer returned is no longer MAPIX-Loc's)
*>   MAPIX-File   file name, picked up on 'O'/'L' only
*>   MAPIX-Status two-byte file status of the operation ('00' good -
*>                the file's '02' for a duplicate pointer key is
*>                success and comes back as '00' -,
*>                '23' key not found, '10' end of file on 'N',
*>                '39' on 'O'/'U' for an index built before the
*>                pointer keys - rebuild it with MAPIX BUILD)
*>   MAPIX-Loc    node key in ('R'/'W'/'G'/'P'/'Q'), key read back
*>                out ('N')
*>   MAPIX-Left / MAPIX-Right
*>                pointers parsed out of the record by 'R'/'N'
*>   MAPIX-LeftCost / MAPIX-RightCost
*>                the direction line for 'D')
*> The direction line is held under the reserved key '***', which
*> collates ahead of every node code so an unload writes it first.
*> Its pointer columns hold direction text, not node codes, so a
*> 'P'/'Q' pass skips any '***' record it meets.
01 MAPIX-Parm.
   05 MAPIX-Op       PIC X(1).
   05 MAPIX-File     PIC X(20).
