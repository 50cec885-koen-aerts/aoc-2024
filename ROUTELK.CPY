*> ROUTELK.CPY - parameter record for ROUTEIO, the subprogram that
*> owns the keyed route catalog (see ROUTEIO.cbl).  Every caller
*> declares this once in WORKING-STORAGE and passes it on each CALL:
*>   ROUTE-Op       'O' open input            'L' open output (create)
*>                  'U' open I-O (update)     'C' close
*>                  'R' read route by key     'W' write new route
*>                  'X' rewrite route         'S' start at first key
*>                  'N' read next route
*>   ROUTE-File     file name, picked up on 'O'/'L'/'U' only
*>   ROUTE-Status   two-byte file status of the operation ('00' good,
*>                  '23' key not found, '22' duplicate key on 'W',
*>                  '10' end of file on 'N')
*>   ROUTE-Id       route ID - the key - in ('R'/'W'/'X'), out ('N')
*>   ROUTE-From     start node code
*>   ROUTE-To       end node code
*>   ROUTE-Desc     what the route is for
*>   ROUTE-Owner    owning group
*>   ROUTE-ExpSteps expected step count, 0 when none is catalogued
*>   ROUTE-ExpCost  expected cost, 0 when none is catalogued
*>   ROUTE-Active   'Y' active, 'N' retired
*>   ROUTE-Changed  date (YYYY-MM-DD) the route was last maintained
*> There is no delete: a route leaves service by being retired, so
*> its ID and expectations stay on file for the run history that
*> still names it.
01 ROUTE-Parm.
   05 ROUTE-Op       PIC X(1).
   05 ROUTE-File     PIC X(20).
   05 ROUTE-Status   PIC X(2).
   05 ROUTE-Id       PIC X(8).
   05 ROUTE-From     PIC X(3).
   05 ROUTE-To       PIC X(3).
   05 ROUTE-Desc     PIC X(40).
   05 ROUTE-Owner    PIC X(8).
   05 ROUTE-ExpSteps PIC 9(12).
   05 ROUTE-ExpCost  PIC 9(15).
   05 ROUTE-Active   PIC X(1).
   05 ROUTE-Changed  PIC X(10).
