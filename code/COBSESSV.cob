 ERASE when the socket finally closes) and displays, for each      *
 session still open: socket descriptor, the listener service it    *
 belongs to, the named client identity behind its handshake token, *
 the peer address the connection came from, resume count, and the  *
 timestamp of its last activity. An operator                       *
 running several listener services can narrow the page to one of   *
 them by keying its name into the service filter field; a blank    *
 filter shows everything. Only the first 20 rows fit on            *
 Read the active-session table and build the terminal page,      *
 moving each row straight into COBSESSM's own OCCURS 20 output    *
 fields (SESSM-SOCKET-DESC-OUT / SESSM-SERVICE-OUT /              *
 SESSM-CLIENT-ID-OUT / SESSM-PEER-ADDR-OUT /                      *
 SESSM-RESUME-COUNT-OUT /                                         *
 SESSM-LAST-ACTIVITY-OUT) so the single PUT MAP below sends       *
 everything from the map's own generated layout.                 *
*****************************************************************
      TO SESSM-SERVICE-OUT (SESS-DISPLAY-COUNT).
    MOVE SESS-CLIENT-ID
      TO SESSM-CLIENT-ID-OUT (SESS-DISPLAY-COUNT).
    MOVE SESS-PEER-ADDR
      TO SESSM-PEER-ADDR-OUT (SESS-DISPLAY-COUNT).
    MOVE SESS-RESUME-COUNT
      TO SESSM-RESUME-COUNT-OUT (SESS-DISPLAY-COUNT).
    MOVE SESS-LAST-ACTIVITY
