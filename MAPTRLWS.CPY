*> MAPTRLWS.CPY - working storage for the map-delivery control-total
*> trailer (see MAPTRL.CPY), shared by every program that loads or
*> writes a flat map.  A delivery ends with one trailer record
*>     TRAILER NODES=000000123 HASH=000000004567890 DIRLEN=0283
*> carrying the number of node lines, a hash total of every node
*> code and both its pointers, and the length of the direction line,
*> so a file cut short in transfer - which still cross-references
*> cleanly if the cut falls between node lines - no longer loads as
*> though it were whole.  In an effective-dated file each delivery
*> carries its own trailer behind its last node line, ahead of the
*> next EFFECTIVE= header.  A delivery with no trailer at all (every
*> map written before trailers existed) loads UNVERIFIED rather than
*> being rejected.
*> The hash takes each code as a three-digit number in base 37 - the
*> digit being the character's position in WS-TrlAlpha, 0-9 then A-Z,
*> anything else 36 - and sums the node, left and right values of
*> every node line.  The sum does not depend on line order, so a
*> loader can total the sorted table and get the figure the writer
*> totalled from the file.
*> WS-TrlRec is both the record as read (WS-TrlSeen says one was
*> found for the delivery) and the record BUILD-TRAILER-RECORD lays
*> out for writing.  CHECK-TRAILER-TOTALS sets WS-TrlResult to PASS,
*> FAIL (with WS-TrlReason) or UNVERIFIED; LOAD-MAP sets WS-TrlAbort
*> as well as WS-LoadAbort on a FAIL so the caller can return
*> WS-RC-TrailerFail instead of WS-RC-LoadFail.
01 WS-TrlRec.
   05 WS-TrlRecKw1   PIC X(14) VALUE SPACES.
   05 WS-TrlRecNodes PIC 9(9) VALUE 0.
   05 WS-TrlRecKw2   PIC X(6) VALUE SPACES.
   05 WS-TrlRecHash  PIC 9(15) VALUE 0.
   05 WS-TrlRecKw3   PIC X(8) VALUE SPACES.
   05 WS-TrlRecDirLen PIC 9(4) VALUE 0.
01 WS-TrlSeen        PIC X(1) VALUE 'N'.
01 WS-TrlAbort       PIC X(1) VALUE 'N'.
01 WS-TrlResult      PIC X(10) VALUE SPACES.
01 WS-TrlReason      PIC X(40) VALUE SPACES.
01 WS-TrlNodes       PIC 9(9) VALUE 0.
01 WS-TrlHash        PIC 9(15) VALUE 0.
01 WS-TrlDirLen      PIC 9(4) VALUE 0.
01 WS-TrlNodeLine.
   05 WS-TrlNodeLoc  PIC X(3).
   05 FILLER         PIC X(4).
   05 WS-TrlNodeLeft PIC X(3).
   05 FILLER         PIC X(2).
   05 WS-TrlNodeRight PIC X(3).
01 WS-TrlDirLine     PIC X(2000) VALUE SPACES.
01 WS-TrlAlpha       PIC X(36)
       VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01 WS-TrlCode        PIC X(3) VALUE SPACES.
01 WS-TrlCodeSub     PIC 9(1) VALUE 0.
01 WS-TrlDigit       PIC 9(2) VALUE 0.
01 WS-TrlCodeVal     PIC 9(5) VALUE 0.
