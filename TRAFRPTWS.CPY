01 WS-TrafTotal      PIC 9(15) VALUE 0.
01 WS-TrafShare      PIC 9(3)V9(2) VALUE 0.
01 WS-TrafShareD     PIC 9(3).9(2).
01 WS-TrafLine       PIC X(120) VALUE SPACES.
*> The region rollup: one entry per region code met among the map's
*> nodes, from the node directory (see NODENAMEWS.CPY, which every
*> user of this copybook declares too).  Nodes the directory does
*> not hold roll up under ????; a map with more regions than the
*> table holds puts the excess under **** rather than stopping.
01 WS-TrafRgnMax     PIC 9(3) VALUE 200.
01 WS-TrafRgnCount   PIC 9(3) VALUE 0.
01 WS-TrafRgnSub     PIC 9(3) VALUE 0.
01 WS-TrafRgnTbl.
    05 WS-TrafRgnEntry OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-TrafRgnCount.
        10 WS-TrafRgnVisits PIC 9(15).
        10 WS-TrafRgnCode   PIC X(4).
        10 WS-TrafRgnNodes  PIC 9(5).
