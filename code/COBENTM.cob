RETRIEVAL
ACTIVITY-LOG
DMLIST

*****************************************************************
 COBENTM is the operator maintenance transaction for the          *
 COBLIS-ENTITLE table, in the style of the COBTOKM token          *
 administration. Until now any client holding a valid token could *
 call any transaction code registered in COBLIS-ROUTE. The         *
 listener now dispatches a routed code only for a client identity  *
 that holds an entitlement row for it (or when the code is granted *
 to the '*ALL' pseudo client), and refuses everything else with a  *
 NAK ... NOT ENTITLED reply counted on the activity row. The map   *
 carries the client identity in ENTM-CLIENT-IN, the 4-byte         *
 transaction code in ENTM-CODE-IN and a function code in           *
 ENTM-FUNC-IN:                                                     *
   A - grant the code to the client. The code must be registered  *
       in COBLIS-ROUTE - a grant for a code nobody can route is a  *
       typing error, not a plan. Key '*ALL' as the client to open *
       the code to every client;                                  *
   D - withdraw the grant. The row is ERASEd; the audit trail     *
       keeps who granted and who withdrew it. The listener refuses *
       the code from the client's very next message;              *
   L - list the grants on file (also the default when the task is *
       entered with no function), narrowed to one client and/or   *
       one code when either is keyed. The first 15 rows fit on    *
       the page; a count of any rows left off is shown,           *
       COBSESSV-fashion.                                          *
 Every grant and withdrawal writes one COBLIS-AUDIT row under     *
 record type ENTITLE, keyed by client and code, exactly as        *
 COBMNT01 does for the control records, so it shows on the        *
 COBRPT03 history.                                                *
*****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID.               COBENTM.
ENVIRONMENT DIVISION.
IDMS-CONTROL SECTION.
PROTOCOL. MODE IS IDMS-DC DEBUG
          IDMS-RECORDS MANUAL.

DATA DIVISION.

WORKING-STORAGE SECTION.

01  COPY IDMS SUBSCHEMA-CTRL.
01  COPY IDMS RECORD COBLIS-ENTITLE.
01  COPY IDMS RECORD COBLIS-ROUTE.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS MAP COBENTMM.

01  MSG21  PIC X(25) VALUE 'ENTITLEMENT GRANTED      '.
01  MSG22  PIC X(25) VALUE 'ENTITLEMENT WITHDRAWN    '.
01  MSG23  PIC X(25) VALUE 'ALREADY ENTITLED         '.
01  MSG24  PIC X(25) VALUE 'ENTITLEMENT NOT ON FILE  '.
01  MSG25  PIC X(25) VALUE 'CLIENT IDENTITY REQUIRED '.
01  MSG26  PIC X(25) VALUE 'TRANSACTION CODE REQUIRED'.
01  MSG27  PIC X(25) VALUE 'CODE NOT REGISTERED      '.
01  MSG28  PIC X(25) VALUE 'FUNCTION IS A, D OR L    '.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.
01  GRANTED-MARK     PIC X(08) VALUE 'GRANTED '.

01  WK-OPERATOR-ID   PIC X(08).
01  WK-TERMINAL-ID   PIC X(08).

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-TS-TIME     PIC 9(08).

01  WK-AUD-TYPE      PIC X(08).
01  WK-AUD-KEY.
  03  WK-AUD-KEY-CLIENT PIC X(08).
  03  WK-AUD-KEY-CODE   PIC X(04).
  03  FILLER            PIC X(04).
01  WK-AUD-FIELD     PIC X(12).
01  WK-AUD-OLD       PIC X(40).
01  WK-AUD-NEW       PIC X(40).

01  ENT-DISPLAY-COUNT PIC S9(4) COMP VALUE 0.
01  ENT-MORE-COUNT    PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

*****************************************************************
 Read the operator's input, capture who and where they are, and  *
 route to the requested function. A blank function (including    *
 first entry to the task) simply lists what is on file.          *
*****************************************************************
ENTM-START.
    GET MAP COBENTMM.
    ACCEPT USER ID INTO WK-OPERATOR-ID.
    ACCEPT LTERM ID INTO WK-TERMINAL-ID.
    ACCEPT WK-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WK-TS-TIME FROM TIME.
    MOVE 'ENTITLE' TO WK-AUD-TYPE.
    MOVE SPACES TO WK-AUD-KEY.
    MOVE ENTM-CLIENT-IN TO WK-AUD-KEY-CLIENT.
    MOVE ENTM-CODE-IN   TO WK-AUD-KEY-CODE.

    IF ENTM-FUNC-IN = 'L' OR ENTM-FUNC-IN = SPACE
      GO TO ENTM-LIST.
    IF ENTM-FUNC-IN NOT = 'A' AND ENTM-FUNC-IN NOT = 'D'
      MOVE MSG28 TO ENTM-MSG-OUT
      GO TO ENTM-SEND.
    IF ENTM-CLIENT-IN = SPACES
      MOVE MSG25 TO ENTM-MSG-OUT
      GO TO ENTM-SEND.
    IF ENTM-CODE-IN = SPACES
      MOVE MSG26 TO ENTM-MSG-OUT
      GO TO ENTM-SEND.

    MOVE ENTM-CLIENT-IN TO ENT-CLIENT-ID.
    MOVE ENTM-CODE-IN   TO ENT-TRAN-CODE.
    OBTAIN CALC COBLIS-ENTITLE.

    IF ENTM-FUNC-IN = 'D'
      GO TO ENTM-WITHDRAW.

*****************************************************************
 Grant the code to the client. A grant already on file is        *
 refused rather than restamped, so the original grantor and time *
 stay on the row. The new row is STOREd first and its audit row  *
 written after.                                                  *
*****************************************************************
ENTM-GRANT.
    IF NOT DB-NOTFND
      MOVE MSG23 TO ENTM-MSG-OUT
      PERFORM ENTM-SHOW-ROW THRU ENTM-SHOW-ROW-EXIT
      GO TO ENTM-SEND.

    MOVE ENTM-CODE-IN TO RT-TRAN-CODE.
    OBTAIN CALC COBLIS-ROUTE.
    IF DB-NOTFND
      MOVE MSG27 TO ENTM-MSG-OUT
      GO TO ENTM-SEND.

    MOVE ENTM-CLIENT-IN TO ENT-CLIENT-ID.
    MOVE ENTM-CODE-IN   TO ENT-TRAN-CODE.
    MOVE WK-OPERATOR-ID TO ENT-GRANTED-BY.
    MOVE WK-TIMESTAMP   TO ENT-GRANTED-TS.
    STORE COBLIS-ENTITLE.
    PERFORM ENTM-SHOW-ROW THRU ENTM-SHOW-ROW-EXIT.

    MOVE 'ENTITLEMENT' TO WK-AUD-FIELD.
    MOVE ABSENT-MARK   TO WK-AUD-OLD.
    MOVE GRANTED-MARK  TO WK-AUD-NEW.
    PERFORM ENTM-WRITE-AUDIT THRU ENTM-WRITE-AUDIT-EXIT.
    MOVE MSG21 TO ENTM-MSG-OUT.
    GO TO ENTM-SEND.

*****************************************************************
 Withdraw the grant. The row goes; the audit row records what    *
 was withdrawn and by whom, since nothing else will remember it. *
*****************************************************************
ENTM-WITHDRAW.
    IF DB-NOTFND
      MOVE MSG24 TO ENTM-MSG-OUT
      GO TO ENTM-SEND.

    MOVE 'ENTITLEMENT' TO WK-AUD-FIELD.
    MOVE GRANTED-MARK  TO WK-AUD-OLD.
    MOVE ABSENT-MARK   TO WK-AUD-NEW.
    ERASE COBLIS-ENTITLE.
    PERFORM ENTM-WRITE-AUDIT THRU ENTM-WRITE-AUDIT-EXIT.
    MOVE MSG22 TO ENTM-MSG-OUT.
    GO TO ENTM-SEND.

*****************************************************************
 List the grants on file into the map's OCCURS 15 output rows,   *
 narrowed by client and/or code when keyed, and count anything   *
 past the 15th so nothing is silently invisible, exactly as      *
 COBSESSV does for sessions. Rows the filters skip are not in    *
 that count.                                                     *
*****************************************************************
ENTM-LIST.
    MOVE SPACES TO ENTM-MSG-OUT.
    MOVE 0 TO ENT-DISPLAY-COUNT.
    MOVE 0 TO ENT-MORE-COUNT.

    OBTAIN FIRST COBLIS-ENTITLE WITHIN COBLIS-ENTITLE-AREA.
    IF DB-NOTFND
      GO TO ENTM-SEND.

ENTM-COLLECT.
    IF ENTM-CLIENT-IN NOT = SPACES
       AND ENT-CLIENT-ID NOT = ENTM-CLIENT-IN
      GO TO ENTM-COLLECT-NEXT.
    IF ENTM-CODE-IN NOT = SPACES
       AND ENT-TRAN-CODE NOT = ENTM-CODE-IN
      GO TO ENTM-COLLECT-NEXT.

    IF ENT-DISPLAY-COUNT GREATER THAN OR EQUAL TO 15
      ADD 1 TO ENT-MORE-COUNT
      GO TO ENTM-COLLECT-NEXT.

    PERFORM ENTM-SHOW-ROW THRU ENTM-SHOW-ROW-EXIT.

ENTM-COLLECT-NEXT.
    OBTAIN NEXT COBLIS-ENTITLE WITHIN COBLIS-ENTITLE-AREA.
    IF NOT DB-NOTFND
      GO TO ENTM-COLLECT.

*****************************************************************
 Send the page back to the operator                              *
*****************************************************************
ENTM-SEND.
    MOVE ENT-DISPLAY-COUNT TO ENTM-ROW-COUNT-OUT.
    MOVE ENT-MORE-COUNT TO ENTM-MORE-COUNT-OUT.
    PUT MAP COBENTMM ERASE.

ENTM-EXIT.
    GOBACK.

*****************************************************************
 Procedure to move the entitlement row in the record area into   *
 the next output row of the page                                 *
*****************************************************************
ENTM-SHOW-ROW.
    ADD 1 TO ENT-DISPLAY-COUNT.
    MOVE ENT-CLIENT-ID
      TO ENTM-CLIENT-OUT (ENT-DISPLAY-COUNT).
    MOVE ENT-TRAN-CODE
      TO ENTM-CODE-OUT (ENT-DISPLAY-COUNT).
    MOVE ENT-GRANTED-BY
      TO ENTM-GRANTBY-OUT (ENT-DISPLAY-COUNT).
    MOVE ENT-GRANTED-TS
      TO ENTM-GRANTTS-OUT (ENT-DISPLAY-COUNT).
ENTM-SHOW-ROW-EXIT.
    EXIT.

*****************************************************************
 Procedure to write one audit row for a grant or withdrawal. The *
 caller fills the field, old and new values; the type and key    *
 were set, and who, where, and when captured, once at ENTM-START. *
*****************************************************************
ENTM-WRITE-AUDIT.
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
ENTM-WRITE-AUDIT-EXIT.
    EXIT.

*****************************************************************

    COPY IDMS IDMS-STATUS.
IDMS-ABORT SECTION.
IDMS-ABORT-EXIT.
    EXIT.
