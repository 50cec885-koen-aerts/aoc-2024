*> MAPGENWS.CPY - working storage for FIND-MAP-GENERATION (MAPGEN.CPY),
*> shared by the programs that stamp report.txt and runlog.txt with
*> the map generation they ran on.  Needs MAPGENLK.CPY declared too.
*> WS-MapGen is the number of the LIVE generation in the map-generation
*> catalog (see MAPGENLK.CPY) that was installed as the map the
*> program is about to read, WS-MapFile - flat or indexed - and zero
*> when that map did not come out of the library (a test map, a
*> candidate under acceptance) or there is no catalog.  The records
*> carry it as GEN=NNNNNN behind their other fields, so history lines
*> up with what was live when the run was made.
01 WS-MapGen         PIC 9(6) VALUE 0.
01 WS-GenCatFile     PIC X(20) VALUE "mapgen.idx".
01 WS-GenEOF         PIC X(1) VALUE 'N'.
