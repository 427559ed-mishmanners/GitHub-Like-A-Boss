       listener stamps on                                         *
       every successful handshake, which is how a dead credential *
       is spotted. The first 15 rows fit on the page; a count of  *
       any rows left off is shown, COBSESSV-fashion;              *
   N - permit the address or subnet in TOKM-ADDR-IN (dotted       *
       IPv4, optionally /prefix: 10.1.2.0/24; no prefix means the *
       single address) for the client in TOKM-CLIENT-IN. Once a   *
       client has any permitted address, the listener refuses a   *
       handshake from every other address with end reason 'A';    *
       a client with none connects from anywhere, as before;      *
   X - remove a permitted address or subnet from the client;      *
   P - show the client's permitted addresses, with who added      *
       each and when (also shown after every N and X).            *
 Every N and X writes one COBLIS-AUDIT row under record type      *
 ADDRLIST, keyed by client, exactly as COBENTM does for           *
 entitlements, so the list's history shows on COBRPT03.           *
*****************************************************************

IDENTIFICATION DIVISION.

01  COPY IDMS SUBSCHEMA-CTRL.
01  COPY IDMS RECORD COBLIS-TOKEN.
01  COPY IDMS RECORD COBLIS-ADDRALLOW.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS MAP COBTOKMM.

01  MSG40  PIC X(25) VALUE 'TOKEN ADDED              '.
01  MSG43  PIC X(25) VALUE 'TOKEN NOT ON FILE        '.
01  MSG44  PIC X(25) VALUE 'TOKEN VALUE REQUIRED     '.
01  MSG45  PIC X(25) VALUE 'CLIENT IDENTITY REQUIRED '.
01  MSG46  PIC X(25) VALUE 'FUNCTION A,R,S,T,L,N,X,P '.
01  MSG47  PIC X(25) VALUE 'EXPIRY MUST BE YYYYMMDD  '.
01  MSG48  PIC X(25) VALUE 'TOKEN TRACE NOW ON       '.
01  MSG49  PIC X(25) VALUE 'TOKEN TRACE NOW OFF      '.
01  MSG50  PIC X(25) VALUE 'SESSION LIMIT SET        '.
01  MSG51  PIC X(25) VALUE 'LIMIT MUST BE NUMERIC    '.
01  MSG52  PIC X(25) VALUE 'ADDRESS PERMITTED        '.
01  MSG53  PIC X(25) VALUE 'ADDRESS REMOVED          '.
01  MSG54  PIC X(25) VALUE 'ADDRESS ALREADY PERMITTED'.
01  MSG55  PIC X(25) VALUE 'ADDRESS NOT ON LIST      '.
01  MSG56  PIC X(25) VALUE 'ADDRESS MUST BE N.N.N.N/M'.
01  MSG57  PIC X(25) VALUE 'CLIENT HOLDS NO TOKEN    '.
01  MSG58  PIC X(25) VALUE 'HOST BITS SET FOR PREFIX '.
01  MSG59  PIC X(25) VALUE 'NO LIST - ANY ADDRESS OK '.

01  TOK-DISPLAY-COUNT    PIC S9(4) COMP VALUE 0.
01  TOK-MORE-COUNT       PIC S9(4) COMP VALUE 0.
01  ADR-DISPLAY-COUNT    PIC S9(4) COMP VALUE 0.
01  ADR-MORE-COUNT       PIC S9(4) COMP VALUE 0.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.

01  WK-OPERATOR-ID   PIC X(08).
01  WK-TERMINAL-ID   PIC X(08).

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-TS-TIME     PIC 9(08).

01  WK-AUD-TYPE      PIC X(08) VALUE 'ADDRLIST'.
01  WK-AUD-KEY.
  03  WK-AUD-KEY-CLIENT PIC X(08).
  03  FILLER            PIC X(08).
01  WK-AUD-FIELD     PIC X(12) VALUE 'ALLOW-ADDR'.
01  WK-AUD-OLD       PIC X(40).
01  WK-AUD-NEW       PIC X(40).

*****************************************************************
 Address entry work areas. TOKM-ADDR-IN is split on its dots and  *
 slash into right-justified parts, zero-filled and read as        *
 numbers; a good entry is rebuilt in the fixed canonical form     *
 (010.001.002.000/24) that keys the COBLIS-ADDRALLOW row, and its *
 first and last address are worked out as 32-bit numbers for the  *
 listener's range test.                                           *
*****************************************************************
01  WK-ADDR-PARTS.
  03  WK-ADDR-PART   PIC X(03) JUSTIFIED RIGHT OCCURS 5 TIMES.
01  WK-ADDR-PARTS-N REDEFINES WK-ADDR-PARTS.
  03  WK-ADDR-NUM    PIC 9(03) OCCURS 5 TIMES.
01  WK-ADDR-COUNTS.
  03  WK-ADDR-CNT    PIC S9(4) COMP OCCURS 5 TIMES.
01  WK-ADDR-DELIMS.
  03  WK-ADDR-DELIM  PIC X(01) OCCURS 5 TIMES.
01  WK-ADDR-FIELDS   PIC S9(4) COMP.
01  WK-ADDR-SUB      PIC S9(4) COMP.
01  WK-ADDR-MASK     PIC 9(02).
01  WK-ADDR-BLOCK    PIC 9(10) COMP.
01  WK-ADDR-LOW      PIC 9(10) COMP.
01  WK-ADDR-QUOT     PIC 9(10) COMP.
01  WK-ADDR-REM      PIC 9(10) COMP.
01  WK-ADDR-VALID-SWITCH PIC X(01).
  88  WK-ADDR-VALID           VALUE 'Y'.
01  WK-ADDR-CANON.
  03  WK-CANON-PART  OCCURS 4 TIMES.
    05  WK-CANON-OCTET PIC 9(03).
    05  WK-CANON-SEP   PIC X(01).
  03  WK-CANON-MASK  PIC 9(02).
01  WK-TOKEN-EOF-SWITCH PIC X(01).
  88  WK-TOKEN-EOF            VALUE 'Y'.
01  WK-CLIENT-TOKEN-SWITCH PIC X(01).
  88  WK-CLIENT-HAS-TOKEN     VALUE 'Y'.

PROCEDURE DIVISION.

*****************************************************************
TOKM-START.
    GET MAP COBTOKMM.
    ACCEPT USER ID INTO WK-OPERATOR-ID.
    ACCEPT LTERM ID INTO WK-TERMINAL-ID.
    ACCEPT WK-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WK-TS-TIME FROM TIME.

    IF TOKM-FUNC-IN = 'A'
      GO TO TOKM-ADD.
      GO TO TOKM-TRACE.
    IF TOKM-FUNC-IN = 'S'
      GO TO TOKM-SESSLIM.
    IF TOKM-FUNC-IN = 'N'
      GO TO TOKM-PERMIT.
    IF TOKM-FUNC-IN = 'X'
      GO TO TOKM-UNPERMIT.
    IF TOKM-FUNC-IN = 'P'
      GO TO TOKM-ADDR-LIST.
    IF TOKM-FUNC-IN = 'L' OR TOKM-FUNC-IN = SPACE
      GO TO TOKM-LIST.

    MOVE MSG50 TO TOKM-MSG-OUT.
    GO TO TOKM-LIST-AFTER-MSG.

*****************************************************************
 Permit an address or subnet for a client. The client must hold  *
 at least one token - a list for an identity nobody can log on    *
 as is a typing error, and leaves the real client unrestricted.   *
 An entry already on file is refused rather than restamped, so    *
 the original adder and time stay on the row. The row is STOREd   *
 first and its audit row written after.                           *
*****************************************************************
TOKM-PERMIT.
    IF TOKM-CLIENT-IN = SPACES
      MOVE MSG45 TO TOKM-MSG-OUT
      GO TO TOKM-SEND.
    PERFORM TOKM-PARSE-ADDR THRU TOKM-PARSE-ADDR-EXIT.
    IF NOT WK-ADDR-VALID
      GO TO TOKM-SEND.

    MOVE 'N' TO WK-CLIENT-TOKEN-SWITCH.
    MOVE 'N' TO WK-TOKEN-EOF-SWITCH.
    OBTAIN FIRST COBLIS-TOKEN WITHIN COBLIS-TOKEN-AREA.
    IF DB-NOTFND
      SET WK-TOKEN-EOF TO TRUE.
    PERFORM TOKM-FIND-CLIENT THRU TOKM-FIND-CLIENT-EXIT
      UNTIL WK-TOKEN-EOF.
    IF NOT WK-CLIENT-HAS-TOKEN
      MOVE MSG57 TO TOKM-MSG-OUT
      GO TO TOKM-SEND.

    MOVE TOKM-CLIENT-IN TO ADR-CLIENT-ID.
    MOVE WK-ADDR-CANON  TO ADR-ADDRESS.
    OBTAIN CALC COBLIS-ADDRALLOW.
    IF NOT DB-NOTFND
      MOVE MSG54 TO TOKM-MSG-OUT
      GO TO TOKM-ADDR-LIST-AFTER-MSG.

    MOVE TOKM-CLIENT-IN TO ADR-CLIENT-ID.
    MOVE WK-ADDR-CANON  TO ADR-ADDRESS.
    MOVE WK-ADDR-LOW    TO ADR-NET-LOW.
    COMPUTE ADR-NET-HIGH = WK-ADDR-LOW + WK-ADDR-BLOCK - 1.
    MOVE WK-OPERATOR-ID TO ADR-ADDED-BY.
    MOVE WK-TIMESTAMP   TO ADR-ADDED-TS.
    STORE COBLIS-ADDRALLOW.

    MOVE ABSENT-MARK   TO WK-AUD-OLD.
    MOVE WK-ADDR-CANON TO WK-AUD-NEW.
    PERFORM TOKM-WRITE-AUDIT THRU TOKM-WRITE-AUDIT-EXIT.
    MOVE MSG52 TO TOKM-MSG-OUT.
    GO TO TOKM-ADDR-LIST-AFTER-MSG.

*****************************************************************
 Remove a permitted address or subnet. The row goes; the audit   *
 row records what was removed and by whom. Removing a client's    *
 last entry lifts the restriction altogether.                     *
*****************************************************************
TOKM-UNPERMIT.
    IF TOKM-CLIENT-IN = SPACES
      MOVE MSG45 TO TOKM-MSG-OUT
      GO TO TOKM-SEND.
    PERFORM TOKM-PARSE-ADDR THRU TOKM-PARSE-ADDR-EXIT.
    IF NOT WK-ADDR-VALID
      GO TO TOKM-SEND.

    MOVE TOKM-CLIENT-IN TO ADR-CLIENT-ID.
    MOVE WK-ADDR-CANON  TO ADR-ADDRESS.
    OBTAIN CALC COBLIS-ADDRALLOW.
    IF DB-NOTFND
      MOVE MSG55 TO TOKM-MSG-OUT
      GO TO TOKM-ADDR-LIST-AFTER-MSG.

    ERASE COBLIS-ADDRALLOW.
    MOVE WK-ADDR-CANON TO WK-AUD-OLD.
    MOVE ABSENT-MARK   TO WK-AUD-NEW.
    PERFORM TOKM-WRITE-AUDIT THRU TOKM-WRITE-AUDIT-EXIT.
    MOVE MSG53 TO TOKM-MSG-OUT.
    GO TO TOKM-ADDR-LIST-AFTER-MSG.

*****************************************************************
 Show one client's permitted addresses in the map's OCCURS 15    *
 address rows, counting anything past the 15th, COBSESSV-fashion. *
 A client with no entries is told it is unrestricted.             *
*****************************************************************
TOKM-ADDR-LIST.
    MOVE SPACES TO TOKM-MSG-OUT.
    IF TOKM-CLIENT-IN = SPACES
      MOVE MSG45 TO TOKM-MSG-OUT
      GO TO TOKM-SEND.
TOKM-ADDR-LIST-AFTER-MSG.
    MOVE 0 TO ADR-DISPLAY-COUNT.
    MOVE 0 TO ADR-MORE-COUNT.

    OBTAIN FIRST COBLIS-ADDRALLOW WITHIN COBLIS-ADDRALLOW-AREA.
    IF DB-NOTFND
      GO TO TOKM-ADDR-LIST-END.

TOKM-ADDR-COLLECT.
    IF ADR-CLIENT-ID NOT = TOKM-CLIENT-IN
      GO TO TOKM-ADDR-COLLECT-NEXT.
    IF ADR-DISPLAY-COUNT GREATER THAN OR EQUAL TO 15
      ADD 1 TO ADR-MORE-COUNT
      GO TO TOKM-ADDR-COLLECT-NEXT.

    ADD 1 TO ADR-DISPLAY-COUNT.
    MOVE ADR-ADDRESS
      TO TOKM-ADDR-OUT (ADR-DISPLAY-COUNT).
    MOVE ADR-ADDED-BY
      TO TOKM-ADDRBY-OUT (ADR-DISPLAY-COUNT).
    MOVE ADR-ADDED-TS
      TO TOKM-ADDRTS-OUT (ADR-DISPLAY-COUNT).

TOKM-ADDR-COLLECT-NEXT.
    OBTAIN NEXT COBLIS-ADDRALLOW WITHIN COBLIS-ADDRALLOW-AREA.
    IF NOT DB-NOTFND
      GO TO TOKM-ADDR-COLLECT.

TOKM-ADDR-LIST-END.
    IF ADR-DISPLAY-COUNT = 0 AND TOKM-MSG-OUT = SPACES
      MOVE MSG59 TO TOKM-MSG-OUT.
    GO TO TOKM-SEND.

*****************************************************************
 List the tokens on file into the map's OCCURS 15 output rows,   *
 counting anything past the 15th so nothing is silently          *
TOKM-SEND.
    MOVE TOK-DISPLAY-COUNT TO TOKM-ROW-COUNT-OUT.
    MOVE TOK-MORE-COUNT TO TOKM-MORE-COUNT-OUT.
    MOVE ADR-DISPLAY-COUNT TO TOKM-ADDR-COUNT-OUT.
    MOVE ADR-MORE-COUNT TO TOKM-ADDR-MORE-OUT.
    PUT MAP COBTOKMM ERASE.

TOKM-EXIT.
    GOBACK.

*****************************************************************
 Procedure to validate TOKM-ADDR-IN and build its canonical form *
 and numeric range. Four dotted parts of 1 to 3 digits, each no   *
 more than 255, then an optional /prefix of 0 to 32 (none means   *
 32, the single address). The address must be the first of its   *
 subnet - 10.1.2.5/24 is refused, since the operator surely meant *
 something and the screen cannot tell what. Each part's delimiter *
 is kept and checked - dots between the octets, then a slash or   *
 the end of the entry - so a slip such as 10.0.0.0.8 is refused   *
 rather than read as 10.0.0.0/8, and anything past a fifth part   *
 refuses the entry outright. A list that fails closed must never  *
 be widened by a typing error.                                    *
*****************************************************************
TOKM-PARSE-ADDR.
    MOVE 'N' TO WK-ADDR-VALID-SWITCH.
    MOVE MSG56 TO TOKM-MSG-OUT.
    MOVE SPACES TO WK-ADDR-PARTS.
    MOVE 0 TO WK-ADDR-FIELDS.
    MOVE LOW-VALUES TO WK-ADDR-COUNTS.
    MOVE SPACES TO WK-ADDR-DELIMS.
    IF TOKM-ADDR-IN = SPACES
      GO TO TOKM-PARSE-ADDR-EXIT.

    UNSTRING TOKM-ADDR-IN DELIMITED BY '.' OR '/' OR ALL SPACE
      INTO WK-ADDR-PART (1) DELIMITER IN WK-ADDR-DELIM (1)
                            COUNT IN WK-ADDR-CNT (1)
           WK-ADDR-PART (2) DELIMITER IN WK-ADDR-DELIM (2)
                            COUNT IN WK-ADDR-CNT (2)
           WK-ADDR-PART (3) DELIMITER IN WK-ADDR-DELIM (3)
                            COUNT IN WK-ADDR-CNT (3)
           WK-ADDR-PART (4) DELIMITER IN WK-ADDR-DELIM (4)
                            COUNT IN WK-ADDR-CNT (4)
           WK-ADDR-PART (5) DELIMITER IN WK-ADDR-DELIM (5)
                            COUNT IN WK-ADDR-CNT (5)
      TALLYING IN WK-ADDR-FIELDS
      ON OVERFLOW
        GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-FIELDS LESS THAN 4
      GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-DELIM (1) NOT = '.'
       OR WK-ADDR-DELIM (2) NOT = '.'
       OR WK-ADDR-DELIM (3) NOT = '.'
      GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-FIELDS = 4
       AND WK-ADDR-DELIM (4) NOT = SPACE
      GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-FIELDS = 5
       AND (WK-ADDR-DELIM (4) NOT = '/'
            OR WK-ADDR-DELIM (5) NOT = SPACE)
      GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-FIELDS = 4
      MOVE 2 TO WK-ADDR-CNT (5)
      MOVE '32' TO WK-ADDR-PART (5).

    MOVE 'Y' TO WK-ADDR-VALID-SWITCH.
    PERFORM TOKM-CHECK-PART THRU TOKM-CHECK-PART-EXIT
      VARYING WK-ADDR-SUB FROM 1 BY 1
      UNTIL WK-ADDR-SUB GREATER THAN 5.
    IF NOT WK-ADDR-VALID
      GO TO TOKM-PARSE-ADDR-EXIT.
    IF WK-ADDR-NUM (5) GREATER THAN 32
      MOVE 'N' TO WK-ADDR-VALID-SWITCH
      GO TO TOKM-PARSE-ADDR-EXIT.

    MOVE WK-ADDR-NUM (5) TO WK-ADDR-MASK.
    COMPUTE WK-ADDR-LOW = WK-ADDR-NUM (1) * 16777216
                        + WK-ADDR-NUM (2) * 65536
                        + WK-ADDR-NUM (3) * 256
                        + WK-ADDR-NUM (4).
    COMPUTE WK-ADDR-BLOCK = 2 ** (32 - WK-ADDR-MASK).
    DIVIDE WK-ADDR-LOW BY WK-ADDR-BLOCK GIVING WK-ADDR-QUOT
      REMAINDER WK-ADDR-REM.
    IF WK-ADDR-REM NOT = 0
      MOVE 'N' TO WK-ADDR-VALID-SWITCH
      MOVE MSG58 TO TOKM-MSG-OUT
      GO TO TOKM-PARSE-ADDR-EXIT.

    MOVE WK-ADDR-NUM (1) TO WK-CANON-OCTET (1).
    MOVE WK-ADDR-NUM (2) TO WK-CANON-OCTET (2).
    MOVE WK-ADDR-NUM (3) TO WK-CANON-OCTET (3).
    MOVE WK-ADDR-NUM (4) TO WK-CANON-OCTET (4).
    MOVE '.' TO WK-CANON-SEP (1).
    MOVE '.' TO WK-CANON-SEP (2).
    MOVE '.' TO WK-CANON-SEP (3).
    MOVE '/' TO WK-CANON-SEP (4).
    MOVE WK-ADDR-MASK TO WK-CANON-MASK.
    MOVE SPACES TO TOKM-MSG-OUT.
TOKM-PARSE-ADDR-EXIT.
    EXIT.

*****************************************************************
 Procedure to check one part of the address entry: 1 to 3        *
 digits (the prefix at most 2), zero-filled on the left, and an   *
 octet no more than 255                                           *
*****************************************************************
TOKM-CHECK-PART.
    IF WK-ADDR-CNT (WK-ADDR-SUB) LESS THAN 1
       OR WK-ADDR-CNT (WK-ADDR-SUB) GREATER THAN 3
      MOVE 'N' TO WK-ADDR-VALID-SWITCH
      GO TO TOKM-CHECK-PART-EXIT.
    IF WK-ADDR-SUB = 5 AND WK-ADDR-CNT (WK-ADDR-SUB) GREATER THAN 2
      MOVE 'N' TO WK-ADDR-VALID-SWITCH
      GO TO TOKM-CHECK-PART-EXIT.
    INSPECT WK-ADDR-PART (WK-ADDR-SUB)
      REPLACING LEADING SPACE BY '0'.
    IF WK-ADDR-PART (WK-ADDR-SUB) NOT NUMERIC
      MOVE 'N' TO WK-ADDR-VALID-SWITCH
      GO TO TOKM-CHECK-PART-EXIT.
    IF WK-ADDR-SUB LESS THAN 5
       AND WK-ADDR-NUM (WK-ADDR-SUB) GREATER THAN 255
      MOVE 'N' TO WK-ADDR-VALID-SWITCH.
TOKM-CHECK-PART-EXIT.
    EXIT.

*****************************************************************
 Procedure to look for a token held by the client being given an *
 address list                                                    *
*****************************************************************
TOKM-FIND-CLIENT.
    IF TOK-CLIENT-ID = TOKM-CLIENT-IN
      SET WK-CLIENT-HAS-TOKEN TO TRUE
      SET WK-TOKEN-EOF TO TRUE
      GO TO TOKM-FIND-CLIENT-EXIT.
    OBTAIN NEXT COBLIS-TOKEN WITHIN COBLIS-TOKEN-AREA.
    IF DB-NOTFND
      SET WK-TOKEN-EOF TO TRUE.
TOKM-FIND-CLIENT-EXIT.
    EXIT.

*****************************************************************
 Procedure to write one audit row for a permit or removal. The   *
 caller fills the old and new values; who, where, and when were   *
 captured once at TOKM-START.                                     *
*****************************************************************
TOKM-WRITE-AUDIT.
    MOVE SPACES          TO WK-AUD-KEY.
    MOVE TOKM-CLIENT-IN  TO WK-AUD-KEY-CLIENT.
    MOVE WK-AUD-TYPE     TO AUD-RECORD-TYPE.
    MOVE WK-AUD-KEY      TO AUD-RECORD-KEY.
    MOVE WK-AUD-FIELD    TO AUD-FIELD-NAME.
    MOVE WK-AUD-OLD      TO AUD-OLD-VALUE.
    MOVE WK-AUD-NEW      TO AUD-NEW-VALUE.
    MOVE WK-OPERATOR-ID  TO AUD-OPERATOR-ID.
    MOVE SPACES          TO AUD-CHECKER-ID.
    MOVE WK-TERMINAL-ID  TO AUD-TERMINAL-ID.
    MOVE WK-TIMESTAMP    TO AUD-TIMESTAMP.
    STORE COBLIS-AUDIT.
TOKM-WRITE-AUDIT-EXIT.
    EXIT.

*****************************************************************

    COPY IDMS IDMS-STATUS.
