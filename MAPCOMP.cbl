01 WS-RunDate        PIC X(10) VALUE SPACES.
01 WS-CompLine       PIC X(132) VALUE SPACES.
COPY "MAPEFFWS.CPY".
COPY "MAPTRLWS.CPY".


PROCEDURE DIVISION.

COPY "MAPLOAD.CPY".

COPY "MAPTRL.CPY".

SAVE-OLD-MAP.
    MOVE WS-RowCount TO WS-OldCount.
    MOVE 1 TO WS-CopySub.
