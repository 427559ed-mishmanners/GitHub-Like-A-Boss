    by its leading 4-byte transaction code to the handler       *
    program registered for that code in COBLIS-ROUTE, sending   *
    the command/handler response back to the client; a message  *
    whose code is not registered is answered with a NAK reject, *
    and a code the connection's client identity is not entitled *
    to in COBLIS-ENTITLE with a NAK refusal of its own          *
  - count every routed code, per listener service and hour, in   *
    COBLIS-CODESTAT: messages routed, NAK rejects, refusals,    *
    handler failures, bytes in/out and handler elapsed time     *
  - refuse a handshake from a peer address outside the client's *
    COBLIS-ADDRALLOW list, and stamp the peer address on the    *
    session and activity rows                                   *
  - stage a large 'BULK'-tagged payload as a transaction batch  *
    (COBLIS-BATCH header plus one COBLIS-STAGE row per 80-byte  *
    record) for the batch edit program, instead of echoing it   *
01  COPY IDMS RECORD COBLIS-TRCCTL.
01  COPY IDMS RECORD COBLIS-TRACE.
01  COPY IDMS RECORD COBLIS-OUTMSG.
01  COPY IDMS RECORD COBLIS-ENTITLE.
01  COPY IDMS RECORD COBLIS-CODESTAT.
01  COPY IDMS RECORD COBLIS-ADDRALLOW.

01  MSG01  PIC X(20) VALUE ' Parameter string  :'.
01  MSG02  PIC X(20) VALUE ' Socket descriptor :'.
  03  RESP-REJECT-CODE PIC X(04).
  03  FILLER         PIC X(16) VALUE ' NOT REGISTERED '.

*****************************************************************
 Refusal for a registered code the caller's client identity holds *
 no COBLIS-ENTITLE row for. Kept distinct from the NAK above so a *
 branch can tell "no such service" from "not yours to call".      *
*****************************************************************
01  RESP-NOTENT.
  03  FILLER         PIC X(04) VALUE 'NAK '.
  03  RESP-NOTENT-CODE PIC X(04).
  03  FILLER         PIC X(16) VALUE ' NOT ENTITLED   '.

*****************************************************************
 Reply put in place of a handler's own when the handler hands     *
 back a length the 80-byte work area cannot hold (zero, or past   *
 80) - the reply as left could not be sent as it stands.          *
*****************************************************************
01  RESP-HFAIL.
  03  FILLER         PIC X(04) VALUE 'NAK '.
  03  RESP-HFAIL-CODE  PIC X(04).
  03  FILLER         PIC X(16) VALUE ' HANDLER FAILED '.

*****************************************************************
 Pseudo client identity on an entitlement row that opens a code  *
 to every client - for general services such as a status ping    *
 that need no per-branch grant.                                  *
*****************************************************************
01  ENT-ALL-CLIENTS  PIC X(08) VALUE '*ALL    '.

01  CMD-HANDLED-SWITCH PIC X(01) VALUE 'N'.
  88  CMD-HANDLED             VALUE 'Y'.

01  WK-BYTES-IN      PIC S9(8) COMP VALUE 0.
01  WK-BYTES-OUT     PIC S9(8) COMP VALUE 0.
01  WK-LAST-RSNCD    PIC S9(8) COMP VALUE 0.
01  WK-ENT-REJECTS   PIC S9(8) COMP VALUE 0.

*****************************************************************
 The named client identity behind this connection's handshake     *
  88  TERM-REASON-DRAIN         VALUE 'D'.
  88  TERM-REASON-TOKEN-FAIL    VALUE 'T'.
  88  TERM-REASON-SESS-LIMIT    VALUE 'L'.
  88  TERM-REASON-ADDR-REFUSED  VALUE 'A'.

01  RESP-DRAIN       PIC X(20) VALUE 'SERVER DRAINING     '.
01  RESP-SESSLIM     PIC X(21) VALUE 'SESSION LIMIT REACHED'.
 counted against the open COBLIS-SESSION rows at handshake time. *
*****************************************************************
01  WK-SESS-COUNT    PIC S9(4) COMP.

*****************************************************************
 Peer address working storage. The connection's remote address   *
 is asked of the socket (GETPEERNAME) when the connection starts  *
 and kept two ways: as fixed-width dotted text (010.001.002.003)  *
 for the session and activity rows, and as one 32-bit number for  *
 the range test against the client's COBLIS-ADDRALLOW entries,    *
 each of which carries its first and last address as numbers.     *
 A socket that cannot name its peer, or is not IPv4, leaves the   *
 text blank.                                                      *
*****************************************************************
01  WK-PEER-ADDR     PIC X(15) VALUE SPACES.
01  WK-PEER-VALUE    PIC 9(10) COMP VALUE 0.
01  WK-SOCKADDR.
  03  WK-SA-FAMILY   PIC 9(4) COMP.
  03  WK-SA-PORT     PIC 9(4) COMP.
  03  WK-SA-OCTET    PIC X(01) OCCURS 4 TIMES.
  03  FILLER         PIC X(08).
01  WK-SOCKADDR-LEN  PIC S9(8) COMP.
01  WK-OCTET-WORK.
  03  FILLER         PIC X(01).
  03  WK-OCTET-BYTE  PIC X(01).
01  WK-OCTET-VALUE REDEFINES WK-OCTET-WORK
                     PIC 9(4) COMP.
01  WK-OCTET-SUB     PIC S9(4) COMP.
01  WK-PEER-FMT.
  03  WK-PEER-FMT-PART OCCURS 4 TIMES.
    05  WK-PEER-FMT-OCTET PIC 9(03).
    05  WK-PEER-FMT-DOT   PIC X(01).
01  WK-ADDR-EOF-SWITCH PIC X(01).
  88  WK-ADDR-EOF             VALUE 'Y'.
01  WK-ADDR-LISTED-SWITCH PIC X(01).
  88  WK-ADDR-LISTED          VALUE 'Y'.
01  WK-ADDR-PERMIT-SWITCH PIC X(01).
  88  WK-ADDR-PERMITTED       VALUE 'Y'.
01  WK-SESS-EOF-SWITCH PIC X(01).
  88  WK-SESS-EOF             VALUE 'Y'.

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-TS-TIME     PIC 9(08).
01  WK-TIMESTAMP-R REDEFINES WK-TIMESTAMP.
  03  FILLER         PIC X(08).
  03  WK-TS-HH       PIC 9(02).
  03  FILLER         PIC X(06).

*****************************************************************
 Per-code statistics working storage. TCP-ROUTE-DISPATCH leaves   *
 the outcome of each routed message in WK-STAT-OUTCOME and the    *
 handler's elapsed time in hundredths of a second, and            *
 TCP-CODE-STATS rolls them into the COBLIS-CODESTAT row for the   *
 service, code, date and hour. The clock is read as HHMMSShh on   *
 either side of the LINK; a handler running across midnight has   *
 a day's worth of hundredths added back.                          *
*****************************************************************
01  WK-STAT-OUTCOME  PIC X(01) VALUE SPACE.
  88  STAT-ROUTED             VALUE 'R'.
  88  STAT-HANDLER-FAIL       VALUE 'F'.
  88  STAT-NAK-REJECT         VALUE 'N'.
  88  STAT-ENT-REJECT         VALUE 'E'.
01  WK-CLOCK         PIC 9(08).
01  WK-CLOCK-R REDEFINES WK-CLOCK.
  03  WK-CLOCK-HH    PIC 9(02).
  03  WK-CLOCK-MM    PIC 9(02).
  03  WK-CLOCK-SS    PIC 9(02).
  03  WK-CLOCK-HS    PIC 9(02).
01  WK-HANDLER-START PIC S9(8) COMP.
01  WK-HANDLER-END   PIC S9(8) COMP.
01  WK-HANDLER-HS    PIC S9(8) COMP VALUE 0.
01  WK-CST-NEW-SWITCH PIC X(01).
  88  WK-CST-NEW              VALUE 'Y'.

01  WK-REMAINING     PIC S9(8) COMP.
01  WK-CHUNK-LEN     PIC S9(8) COMP.
*****************************************************************
    PERFORM TCP-LOAD-CONFIG THRU TCP-LOAD-CONFIG-EXIT.

*****************************************************************
 A brand-new connection learns its peer address first, so every  *
 row it writes - including a drain or token refusal - says where *
 the connection came from.                                       *
*****************************************************************
    IF SOCKET-RESUME-COUNT = 0
      PERFORM TCP-PEER-ADDRESS THRU TCP-PEER-ADDRESS-EXIT.

*****************************************************************
 One CALC probe decides whether this message is being traced     *
*****************************************************************
       AND WK-ORIG-BUFLEN GREATER THAN OR EQUAL TO 4
       AND NOT (WK-ORIG-BUFLEN = 4 AND
                WK-ORIG-BUFTXT04 = CFG-TERM-KEYWORD)
      PERFORM TCP-ROUTE-DISPATCH THRU TCP-ROUTE-DISPATCH-EXIT
      PERFORM TCP-CODE-STATS THRU TCP-CODE-STATS-EXIT.

*****************************************************************
 Send the response back to the client                           *
 client's next message. An expiration date of zero means the      *
 token never expires. A valid token can still be refused when     *
 its client is already at its concurrent-session ceiling - see    *
 TCP-SESSION-LIMIT below - or when the connection comes from an   *
 address outside the client's allow-list - see TCP-ADDR-CHECK.    *
*****************************************************************
TCP-TOKEN-CHECK.
    IF BUFLEN NOT = 8
      GO TO TCP-TOKEN-CHECK-EXIT
      END-IF.

*****************************************************************
 A token presented from an address its client is not permitted   *
 to connect from is refused before it counts as used, and closed  *
 with no echo, exactly like a bad token. The refusal carries the  *
 client identity, so a credential turning up somewhere it should  *
 not be is attributable. The allow-list sweep takes the token's   *
 currency, so the token is re-OBTAINed for the MODIFY below.      *
*****************************************************************
    PERFORM TCP-ADDR-CHECK THRU TCP-ADDR-CHECK-EXIT.
    IF WK-ADDR-LISTED AND NOT WK-ADDR-PERMITTED
      MOVE TOK-CLIENT-ID TO WK-CLIENT-ID
      SET TERM-REASON-ADDR-REFUSED TO TRUE
      PERFORM TCP-CLOSE THRU TCP-CLOSE-EXIT
      MOVE 1 TO TERM-FLAG
      GO TO TCP-TOKEN-CHECK-EXIT
      END-IF.
    MOVE BUFTOK08 TO TOK-VALUE.
    OBTAIN CALC COBLIS-TOKEN.

    MOVE WK-TIMESTAMP TO TOK-LAST-USED.
    MODIFY COBLIS-TOKEN.
    MOVE TOK-CLIENT-ID TO WK-CLIENT-ID.
TCP-TOKEN-CHECK-EXIT.
    EXIT.

*****************************************************************
 Procedure to test the peer address against the client's         *
 allow-list. Each COBLIS-ADDRALLOW row (maintained through        *
 COBTOKM) permits one address or subnet for one client, held as   *
 the numeric first and last address of the range. A client with   *
 no rows at all is not restricted, so every client predating the  *
 list connects exactly as before. A client with rows is only      *
 permitted when the peer falls inside one of them - a peer whose  *
 address could not be learned never does.                         *
*****************************************************************
TCP-ADDR-CHECK.
    MOVE 'N' TO WK-ADDR-LISTED-SWITCH.
    MOVE 'N' TO WK-ADDR-PERMIT-SWITCH.
    MOVE 'N' TO WK-ADDR-EOF-SWITCH.
    OBTAIN FIRST COBLIS-ADDRALLOW WITHIN COBLIS-ADDRALLOW-AREA.
    IF DB-NOTFND
      SET WK-ADDR-EOF TO TRUE.
    PERFORM TCP-ADDR-CHECK-ONE
      THRU TCP-ADDR-CHECK-ONE-EXIT
      UNTIL WK-ADDR-EOF.
TCP-ADDR-CHECK-EXIT.
    EXIT.

*****************************************************************
 Procedure to test one allow-list row; the sweep stops at the    *
 first range that permits the peer                               *
*****************************************************************
TCP-ADDR-CHECK-ONE.
    IF ADR-CLIENT-ID = TOK-CLIENT-ID
      SET WK-ADDR-LISTED TO TRUE
      IF WK-PEER-ADDR NOT = SPACES
         AND WK-PEER-VALUE NOT LESS THAN ADR-NET-LOW
         AND WK-PEER-VALUE NOT GREATER THAN ADR-NET-HIGH
        SET WK-ADDR-PERMITTED TO TRUE
        SET WK-ADDR-EOF TO TRUE
        GO TO TCP-ADDR-CHECK-ONE-EXIT
        END-IF
      END-IF.
    OBTAIN NEXT COBLIS-ADDRALLOW WITHIN COBLIS-ADDRALLOW-AREA.
    IF DB-NOTFND
      SET WK-ADDR-EOF TO TRUE.
TCP-ADDR-CHECK-ONE-EXIT.
    EXIT.

*****************************************************************
 Procedure to learn the connection's peer address from the       *
 socket. Only an IPv4 (AF_INET, family 2) answer is used; each of *
 its four address bytes is read as a number through a halfword    *
 whose high byte stays low-values, then placed both in the dotted *
 text and in the running 32-bit value.                            *
*****************************************************************
TCP-PEER-ADDRESS.
    MOVE SPACES TO WK-PEER-ADDR.
    MOVE 0 TO WK-PEER-VALUE.
    MOVE LOW-VALUES TO WK-SOCKADDR.
    MOVE 16 TO WK-SOCKADDR-LEN.
    CALL 'IDMSOCKI' USING SOCKET-FUNCTION-GETPEERNAME,
                          SOCKET-RETCD,
                          SOCKET-ERRNO,
                          SOCKET-RSNCD,
                          SOCKET-DESCRIPTOR,
                          WK-SOCKADDR,
                          WK-SOCKADDR-LEN.
    IF SOCKET-RETCD NOT = 0 OR WK-SA-FAMILY NOT = 2
      GO TO TCP-PEER-ADDRESS-EXIT.

    PERFORM TCP-PEER-OCTET THRU TCP-PEER-OCTET-EXIT
      VARYING WK-OCTET-SUB FROM 1 BY 1
      UNTIL WK-OCTET-SUB GREATER THAN 4.
    MOVE WK-PEER-FMT (1:15) TO WK-PEER-ADDR.
TCP-PEER-ADDRESS-EXIT.
    EXIT.

*****************************************************************
 Procedure to convert one address byte                           *
*****************************************************************
TCP-PEER-OCTET.
    MOVE LOW-VALUES TO WK-OCTET-WORK.
    MOVE WK-SA-OCTET (WK-OCTET-SUB) TO WK-OCTET-BYTE.
    MOVE WK-OCTET-VALUE TO WK-PEER-FMT-OCTET (WK-OCTET-SUB).
    MOVE '.' TO WK-PEER-FMT-DOT (WK-OCTET-SUB).
    COMPUTE WK-PEER-VALUE = WK-PEER-VALUE * 256 + WK-OCTET-VALUE.
TCP-PEER-OCTET-EXIT.
    EXIT.

*****************************************************************
 Procedure to enforce the client's concurrent-session ceiling.   *
 The open COBLIS-SESSION rows carrying this client's identity    *
 reply instead of an echo. Messages larger than the work area     *
 never reach this paragraph - they travel the chunked path in     *
 TCP-READ-CHUNKS.                                                 *
 A registered code is only dispatched for a client identity that  *
 is entitled to it: a COBLIS-ENTITLE row for the client and code  *
 (maintained through COBENTM), or one for the code under the      *
 '*ALL' pseudo client. Anything else gets the NOT ENTITLED reply  *
 and is counted on the connection's activity row. The caller's    *
 client identity travels to the handler as a second LINK          *
 parameter, so a handler can confine its answer to the caller's   *
 own data; a handler that takes only the BUFFER ignores it.       *
 Every outcome is left in WK-STAT-OUTCOME for TCP-CODE-STATS. A   *
 handler is timed across its LINK, and one that returns a reply   *
 length outside 1 to 80 is counted as a handler failure and its   *
 reply replaced with the HANDLER FAILED NAK.                      *
*****************************************************************
TCP-ROUTE-DISPATCH.
    MOVE SPACE TO WK-STAT-OUTCOME.
    MOVE 0 TO WK-HANDLER-HS.

*****************************************************************
 A 'BULK' tag on a message small enough to arrive single-shot is *
      GO TO TCP-ROUTE-DISPATCH-EXIT
      END-IF.

*****************************************************************
 The handshake was resumes ago, so the client identity is taken  *
 from the live session row unless tracing already recovered it.  *
*****************************************************************
    IF WK-CLIENT-ID = SPACES
      PERFORM TCP-RECOVER-CLIENT THRU TCP-RECOVER-CLIENT-EXIT.

    MOVE WK-ORIG-BUFTXT04 TO RT-TRAN-CODE.
    OBTAIN CALC COBLIS-ROUTE.
    IF DB-NOTFND OR NOT RT-ACTIVE
      SET STAT-NAK-REJECT TO TRUE
      MOVE WK-ORIG-BUFTXT04 TO RESP-REJECT-CODE
      MOVE RESP-REJECT TO BUFTXT80
      MOVE 24 TO BUFLEN
      GO TO TCP-ROUTE-DISPATCH-EXIT
      END-IF.

    PERFORM TCP-ENTITLE-CHECK THRU TCP-ENTITLE-CHECK-EXIT.
    IF DB-NOTFND
      ADD 1 TO WK-ENT-REJECTS
      SET STAT-ENT-REJECT TO TRUE
      MOVE WK-ORIG-BUFTXT04 TO RESP-NOTENT-CODE
      MOVE RESP-NOTENT TO BUFTXT80
      MOVE 24 TO BUFLEN
      GO TO TCP-ROUTE-DISPATCH-EXIT
      END-IF.

    ACCEPT WK-CLOCK FROM TIME.
    COMPUTE WK-HANDLER-START = WK-CLOCK-HH * 360000
                             + WK-CLOCK-MM * 6000
                             + WK-CLOCK-SS * 100
                             + WK-CLOCK-HS.

    TRANSFER CONTROL TO RT-HANDLER-PGM LINK USING BUFFER,
                                                  WK-CLIENT-ID.

    ACCEPT WK-CLOCK FROM TIME.
    COMPUTE WK-HANDLER-END = WK-CLOCK-HH * 360000
                           + WK-CLOCK-MM * 6000
                           + WK-CLOCK-SS * 100
                           + WK-CLOCK-HS.
    IF WK-HANDLER-END LESS THAN WK-HANDLER-START
      ADD 8640000 TO WK-HANDLER-END.
    COMPUTE WK-HANDLER-HS = WK-HANDLER-END - WK-HANDLER-START.

    IF BUFLEN = 0 OR BUFLEN GREATER THAN 80
      SET STAT-HANDLER-FAIL TO TRUE
      MOVE WK-ORIG-BUFTXT04 TO RESP-HFAIL-CODE
      MOVE RESP-HFAIL TO BUFTXT80
      MOVE 24 TO BUFLEN
    ELSE
      SET STAT-ROUTED TO TRUE
      END-IF.
TCP-ROUTE-DISPATCH-EXIT.
    EXIT.

*****************************************************************
 Procedure to roll one routed message into its hourly statistics *
 row. COBLIS-CODESTAT is CALC on service, code, date and hour;    *
 the first message of the hour stores the row and every later     *
 one adds to it. A handler failure is still a routed message, so  *
 the failure rate is failures over routed. Bytes are counted as   *
 they cross the wire, length prefix included, the same way the    *
 activity row counts them. Nothing is counted when the dispatch   *
 left no outcome (the BULK framing refusal).                      *
 Two tasks can carry the first message of the same code and hour  *
 at once; both miss on the OBTAIN and the second STORE comes back *
 1205 (duplicate). Statistics must never cost a client its        *
 connection, so that one status is taken as "the row is there    *
 now": the row is read again and this message added to it. Any    *
 other status goes to IDMS-STATUS as before.                      *
*****************************************************************
TCP-CODE-STATS.
    IF WK-STAT-OUTCOME = SPACE
      GO TO TCP-CODE-STATS-EXIT.

    ACCEPT WK-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WK-TS-TIME FROM TIME.
    MOVE WK-SERVICE-ID    TO CST-SERVICE-ID.
    MOVE WK-ORIG-BUFTXT04 TO CST-TRAN-CODE.
    MOVE WK-TS-DATE       TO CST-DATE.
    MOVE WK-TS-HH         TO CST-HOUR.
    MOVE 'N' TO WK-CST-NEW-SWITCH.
    OBTAIN CALC COBLIS-CODESTAT.
    IF DB-NOTFND
      SET WK-CST-NEW TO TRUE
      MOVE 0 TO CST-ROUTED
      MOVE 0 TO CST-NAK-REJECTS
      MOVE 0 TO CST-ENT-REJECTS
      MOVE 0 TO CST-HANDLER-FAILS
      MOVE 0 TO CST-BYTES-IN
      MOVE 0 TO CST-BYTES-OUT
      MOVE 0 TO CST-ELAPSED-HS
      MOVE 0 TO CST-MAX-ELAPSED-HS
      END-IF.
    PERFORM TCP-CODE-STATS-ADD THRU TCP-CODE-STATS-ADD-EXIT.

    IF NOT WK-CST-NEW
      MODIFY COBLIS-CODESTAT
      GO TO TCP-CODE-STATS-EXIT.
    STORE COBLIS-CODESTAT
      ON ANY-ERROR-STATUS GO TO TCP-CODE-STATS-COLLIDE.
    GO TO TCP-CODE-STATS-EXIT.

TCP-CODE-STATS-COLLIDE.
    IF ERROR-STATUS NOT = '1205'
      PERFORM IDMS-STATUS.
    MOVE WK-SERVICE-ID    TO CST-SERVICE-ID.
    MOVE WK-ORIG-BUFTXT04 TO CST-TRAN-CODE.
    MOVE WK-TS-DATE       TO CST-DATE.
    MOVE WK-TS-HH         TO CST-HOUR.
    OBTAIN CALC COBLIS-CODESTAT.
    PERFORM TCP-CODE-STATS-ADD THRU TCP-CODE-STATS-ADD-EXIT.
    MODIFY COBLIS-CODESTAT.
TCP-CODE-STATS-EXIT.
    EXIT.

*****************************************************************
 Procedure to add the message just dispatched to the statistics  *
 row in the record area                                          *
*****************************************************************
TCP-CODE-STATS-ADD.
    IF STAT-ROUTED OR STAT-HANDLER-FAIL
      ADD 1 TO CST-ROUTED
      ADD WK-HANDLER-HS TO CST-ELAPSED-HS
      IF WK-HANDLER-HS GREATER THAN CST-MAX-ELAPSED-HS
        MOVE WK-HANDLER-HS TO CST-MAX-ELAPSED-HS
        END-IF
      END-IF.
    IF STAT-HANDLER-FAIL
      ADD 1 TO CST-HANDLER-FAILS.
    IF STAT-NAK-REJECT
      ADD 1 TO CST-NAK-REJECTS.
    IF STAT-ENT-REJECT
      ADD 1 TO CST-ENT-REJECTS.
    COMPUTE CST-BYTES-IN  = CST-BYTES-IN + WK-ORIG-BUFLEN + 4.
    COMPUTE CST-BYTES-OUT = CST-BYTES-OUT + BUFLEN + 4.
TCP-CODE-STATS-ADD-EXIT.
    EXIT.

*****************************************************************
 Procedure to look up the caller's entitlement to the code being *
 routed: the client's own grant first, then the '*ALL' grant. On  *
 return DB-NOTFND means neither exists. A connection that never   *
 carried a client identity can only use '*ALL' codes. The route   *
 row read ahead of this stays in its record area for the LINK.    *
*****************************************************************
TCP-ENTITLE-CHECK.
    MOVE WK-CLIENT-ID     TO ENT-CLIENT-ID.
    MOVE WK-ORIG-BUFTXT04 TO ENT-TRAN-CODE.
    IF WK-CLIENT-ID NOT = SPACES
      OBTAIN CALC COBLIS-ENTITLE
      IF NOT DB-NOTFND
        GO TO TCP-ENTITLE-CHECK-EXIT
        END-IF
      END-IF.

    MOVE ENT-ALL-CLIENTS  TO ENT-CLIENT-ID.
    MOVE WK-ORIG-BUFTXT04 TO ENT-TRAN-CODE.
    OBTAIN CALC COBLIS-ENTITLE.
TCP-ENTITLE-CHECK-EXIT.
    EXIT.

*****************************************************************
 Procedure to sniff the first 4 data bytes of a large payload so *
 the mainline can tell a 'BULK' staging transfer from ordinary   *
      MOVE WK-BYTES-OUT TO AL-BYTES-OUT
      MOVE WK-CLIENT-ID TO AL-CLIENT-ID
      MOVE WK-SERVICE-ID TO AL-SERVICE-ID
      MOVE WK-ENT-REJECTS TO AL-ENT-REJECTS
      MOVE WK-PEER-ADDR TO AL-PEER-ADDR
      IF DB-NOTFND
        STORE COBLIS-ACTIVITY
      ELSE
      OBTAIN CALC COBLIS-ACTIVITY
      IF DB-NOTFND
        PERFORM TCP-RECOVER-CLIENT THRU TCP-RECOVER-CLIENT-EXIT
        PERFORM TCP-PEER-ADDRESS THRU TCP-PEER-ADDRESS-EXIT
        MOVE WK-TIMESTAMP TO AL-FIRST-SEEN
        MOVE WK-BYTES-IN  TO AL-BYTES-IN
        MOVE WK-BYTES-OUT TO AL-BYTES-OUT
        MOVE WK-CLIENT-ID TO AL-CLIENT-ID
        MOVE WK-SERVICE-ID TO AL-SERVICE-ID
        MOVE WK-ENT-REJECTS TO AL-ENT-REJECTS
        MOVE WK-PEER-ADDR TO AL-PEER-ADDR
        STORE COBLIS-ACTIVITY
      ELSE
        ADD WK-BYTES-IN  TO AL-BYTES-IN
        ADD WK-BYTES-OUT TO AL-BYTES-OUT
        ADD WK-ENT-REJECTS TO AL-ENT-REJECTS
        MOVE SOCKET-RESUME-COUNT TO AL-RESUME-COUNT
        MOVE WK-TIMESTAMP        TO AL-TIMESTAMP
        MOVE TERM-REASON         TO AL-END-REASON
 (TERM-FLAG = 1) has its row ERASEd; a socket left open for a     *
 future resume gets its row STOREd (resume count 0) or MODIFYed    *
 (later resumes) with the current resume count and timestamp.     *
 The peer address learned at resume 0 goes on the new row; a row  *
 re-created on a later resume asks the socket for it again.       *
*****************************************************************
TCP-SESSION-TRACK.
    MOVE SOCKET-DESCRIPTOR TO SESS-SOCKET-DESCRIPTOR.
      MOVE WK-TIMESTAMP        TO SESS-LAST-ACTIVITY
      MOVE WK-CLIENT-ID        TO SESS-CLIENT-ID
      MOVE WK-SERVICE-ID       TO SESS-SERVICE-ID
      MOVE WK-PEER-ADDR        TO SESS-PEER-ADDR
      IF SOCKET-RESUME-COUNT = 0
        STORE COBLIS-SESSION
      ELSE
        OBTAIN CALC COBLIS-SESSION
        IF DB-NOTFND
          PERFORM TCP-PEER-ADDRESS THRU TCP-PEER-ADDRESS-EXIT
          MOVE WK-PEER-ADDR    TO SESS-PEER-ADDR
          STORE COBLIS-SESSION
        ELSE
          MOVE SOCKET-RESUME-COUNT TO SESS-RESUME-COUNT
