*> ROUTESELWS.CPY - working storage for the route-catalog selection
*> (ROUTESEL.CPY) the route-walking programs use to take routes by
*> catalog ID instead of as raw FROM/TO pairs.  Needs ROUTELK.CPY
*> declared as well.  The catalog is opened on the first lookup;
*> WS-RtsAvail says whether it could be.  The caller moves an ID to
*> WS-RtsId and PERFORMs RESOLVE-ROUTE-ID, or PERFORMs
*> NEXT-ACTIVE-ROUTE repeatedly until WS-RtsEOF = 'Y' to take every
*> active route in ID order.  Either way the route comes back in
*> WS-RtsId/WS-RtsFrom/WS-RtsTo/WS-RtsExpSteps/WS-RtsExpCost, with
*> WS-RtsFound 'Y', or 'N' and the reason in WS-RtsReason.
01 WS-RtsFile        PIC X(20) VALUE "routecat.idx".
01 WS-RtsActiveWord  PIC X(20) VALUE "ACTIVE".
01 WS-RtsTried       PIC X(1) VALUE 'N'.
01 WS-RtsAvail       PIC X(1) VALUE 'N'.
01 WS-RtsScanOpen    PIC X(1) VALUE 'N'.
01 WS-RtsEOF         PIC X(1) VALUE 'N'.
01 WS-RtsFound       PIC X(1) VALUE 'N'.
01 WS-RtsReason      PIC X(24) VALUE SPACES.
01 WS-RtsId          PIC X(8) VALUE SPACES.
01 WS-RtsFrom        PIC X(3) VALUE SPACES.
01 WS-RtsTo          PIC X(3) VALUE SPACES.
01 WS-RtsDesc        PIC X(40) VALUE SPACES.
01 WS-RtsOwner       PIC X(8) VALUE SPACES.
01 WS-RtsExpSteps    PIC 9(12) VALUE 0.
01 WS-RtsExpCost     PIC 9(15) VALUE 0.
01 WS-RtsActive      PIC X(1) VALUE SPACE.
