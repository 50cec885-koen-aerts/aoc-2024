*> NODENAMEWS.CPY - working storage for the node-name lookup
*> (NODENAME.CPY) the report programs use to print a node's name
*> from the node directory next to its code.  Needs NODEDIRLK.CPY
*> declared as well.  The directory is opened on the first lookup;
*> WS-NdnAvail says whether it could be, and a run without one still
*> reports, with the names left blank.  The caller moves a code to
*> WS-NdnLoc and PERFORMs LOOKUP-NODE-NAME; the entry comes back in
*> WS-NdnName/WS-NdnRegion/WS-NdnOwner/WS-NdnInSvc, and a code the
*> directory does not hold comes back named *NOT IN DIRECTORY* in
*> region ????, so a missing entry shows on the report rather than
*> passing as a node with no name.
01 WS-NdnFile        PIC X(20) VALUE "nodedir.idx".
01 WS-NdnTried       PIC X(1) VALUE 'N'.
01 WS-NdnAvail       PIC X(1) VALUE 'N'.
01 WS-NdnFound       PIC X(1) VALUE 'N'.
01 WS-NdnLoc         PIC X(3) VALUE SPACES.
01 WS-NdnName        PIC X(30) VALUE SPACES.
01 WS-NdnRegion      PIC X(4) VALUE SPACES.
01 WS-NdnOwner       PIC X(8) VALUE SPACES.
01 WS-NdnInSvc       PIC X(1) VALUE SPACE.
