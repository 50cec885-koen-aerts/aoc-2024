*> DIRTRNWS.CPY - working storage for the direction-line transaction
*> edits (DIRTRN.CPY), shared by DIRMAINT, which applies them to the
*> map, and DIRSIM, which applies them to a copy to see what they
*> would do.  The caller declares its own WS-TrnRecord holding one
*> "REPLACE LRLR..." or "APPEND LRLR..." transaction line.
01 WS-TrnAction      PIC X(10) VALUE SPACES.
*> The direction text is taken a character wider than WS-Dir's
*> capacity so an over-long sequence shows up as a nonblank 2001st
*> character and is rejected instead of being silently truncated.
01 WS-TrnText        PIC X(2001) VALUE SPACES.
01 WS-TrnTextLen     PIC 9(4) VALUE 0.
01 WS-DirLen         PIC 9(4) VALUE 0.
01 WS-NewLen         PIC 9(4) VALUE 0.
01 WS-ScanSub        PIC 9(4) VALUE 0.
01 WS-TrnReject      PIC X(1) VALUE 'N'.
01 WS-TrnReason      PIC X(40) VALUE SPACES.
