RETRIEVAL
ACTIVITY-LOG
DMLIST

*****************************************************************
 COBACCM is the operator maintenance transaction for the         *
 COBLIS-ACCOUNT balance master that COBPST01 posts against, in   *
 the style of the COBTOKM token administration. Until now a new  *
 account only reached the master through a DBA change ticket, so *
 every new branch account sat on the posting register as         *
 'ACCOUNT NOT ON MASTER' for days. Each account now carries a    *
 status byte - O open, F frozen, C closed - and an overdraft /   *
 credit limit: the most the balance may be taken below zero by   *
 debits (zero means no overdraft at all). COBPST01 refuses every *
 posting to a frozen or closed account, and every debit that     *
 would take the balance past the limit, each under its own       *
 exception reason on the register. The map carries the account   *
 number in ACCM-ACCT-IN and a function code in ACCM-FUNC-IN:     *
   A - add the account, owned by the client identity (branch) in *
       ACCM-CLIENT-IN, with the optional limit in ACCM-LIMIT-IN  *
       (9(11)V99 digits, blank = zero). It opens with status O   *
       and a zero balance - money only ever reaches the balance  *
       through the posting run;                                  *
   I - inquire: show the one account in the first output row;    *
   L - list the accounts on file (also the default when the task *
       is entered with no function), narrowed to one owning      *
       client when ACCM-CLIENT-IN is keyed. The first 15 rows    *
       fit on the page; a count of any rows left off is shown,   *
       COBSESSV-fashion;                                         *
   S - set the limit for the account to ACCM-LIMIT-IN;           *
   F - freeze the account, or unfreeze a frozen one. A frozen    *
       account keeps its balance but takes no postings until it  *
       is unfrozen;                                              *
   C - close the account. Only a zero balance may be closed -    *
       money is never left stranded on a dead account - and a    *
       closed account is final: it is kept, not erased, so its   *
       history still resolves, but nothing here changes it again. *
 Every change writes one COBLIS-AUDIT row per changed field,     *
 under record type ACCOUNT, exactly as COBMNT01 does for the     *
 control records, so it shows on the COBRPT03 history.           *
*****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID.               COBACCM.
ENVIRONMENT DIVISION.
IDMS-CONTROL SECTION.
PROTOCOL. MODE IS IDMS-DC DEBUG
          IDMS-RECORDS MANUAL.

DATA DIVISION.

WORKING-STORAGE SECTION.

01  COPY IDMS SUBSCHEMA-CTRL.
01  COPY IDMS RECORD COBLIS-ACCOUNT.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS MAP COBACCMM.

01  MSG86  PIC X(30) VALUE 'ACCOUNT ADDED                 '.
01  MSG87  PIC X(30) VALUE 'ACCOUNT ALREADY ON FILE       '.
01  MSG88  PIC X(30) VALUE 'ACCOUNT NOT ON FILE           '.
01  MSG89  PIC X(30) VALUE 'ACCOUNT NUMBER REQUIRED       '.
01  MSG90  PIC X(30) VALUE 'CLIENT IDENTITY REQUIRED      '.
01  MSG91  PIC X(30) VALUE 'LIMIT MUST BE NUMERIC         '.
01  MSG92  PIC X(30) VALUE 'FUNCTION IS A,I,L,S,F OR C    '.
01  MSG93  PIC X(30) VALUE 'CREDIT LIMIT SET              '.
01  MSG94  PIC X(30) VALUE 'ACCOUNT FROZEN                '.
01  MSG95  PIC X(30) VALUE 'ACCOUNT UNFROZEN              '.
01  MSG96  PIC X(30) VALUE 'ACCOUNT CLOSED                '.
01  MSG97  PIC X(30) VALUE 'ACCOUNT IS CLOSED             '.
01  MSG98  PIC X(30) VALUE 'BALANCE MUST BE ZERO TO CLOSE '.
01  MSG99  PIC X(30) VALUE 'NO FIELDS CHANGED             '.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.

01  WK-OPERATOR-ID   PIC X(08).
01  WK-TERMINAL-ID   PIC X(08).

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-TS-TIME     PIC 9(08).

01  WK-AUD-TYPE      PIC X(08).
01  WK-AUD-KEY       PIC X(16).
01  WK-AUD-FIELD     PIC X(12).
01  WK-AUD-OLD       PIC X(40).
01  WK-AUD-NEW       PIC X(40).

*****************************************************************
 Changes to an account already on file are queued here and their *
 audit rows written only after the MODIFY - the audit STORE takes *
 over currency of run unit, and MODIFY demands its object still   *
 be current. Same pattern as COBMNT01.                            *
*****************************************************************
01  WK-PEND-AUDITS.
  03  WK-PEND-ENTRY  OCCURS 4 TIMES.
    05  WK-PEND-FIELD  PIC X(12).
    05  WK-PEND-OLD    PIC X(40).
    05  WK-PEND-NEW    PIC X(40).
01  WK-PEND-COUNT    PIC S9(4) COMP VALUE 0.
01  WK-PEND-SUB      PIC S9(4) COMP.

*****************************************************************
 Limit work area - keyed as 13 digits with two implied decimals,  *
 the same amount view the staged records and the edit use         *
*****************************************************************
01  WK-LIMIT-X       PIC X(13).
01  WK-LIMIT-NUM REDEFINES WK-LIMIT-X
                     PIC 9(11)V9(02).
01  WK-NEW-LIMIT     PIC 9(11)V9(02).

01  ACC-DISPLAY-COUNT PIC S9(4) COMP VALUE 0.
01  ACC-MORE-COUNT    PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

*****************************************************************
 Read the operator's input, capture who and where they are, and  *
 route to the requested function. A blank function (including    *
 first entry to the task) simply lists what is on file.          *
*****************************************************************
ACCM-START.
    GET MAP COBACCMM.
    ACCEPT USER ID INTO WK-OPERATOR-ID.
    ACCEPT LTERM ID INTO WK-TERMINAL-ID.
    ACCEPT WK-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WK-TS-TIME FROM TIME.
    MOVE 0 TO WK-PEND-COUNT.
    MOVE 'ACCOUNT' TO WK-AUD-TYPE.
    MOVE SPACES TO WK-AUD-KEY.
    MOVE ACCM-ACCT-IN TO WK-AUD-KEY (1:10).

    IF ACCM-FUNC-IN = 'L' OR ACCM-FUNC-IN = SPACE
      GO TO ACCM-LIST.
    IF ACCM-FUNC-IN NOT = 'A' AND ACCM-FUNC-IN NOT = 'I'
       AND ACCM-FUNC-IN NOT = 'S' AND ACCM-FUNC-IN NOT = 'F'
       AND ACCM-FUNC-IN NOT = 'C'
      MOVE MSG92 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.
    IF ACCM-ACCT-IN = SPACES
      MOVE MSG89 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.

    IF ACCM-FUNC-IN = 'A'
      GO TO ACCM-ADD.

    MOVE ACCM-ACCT-IN TO ACCT-NUMBER.
    OBTAIN CALC COBLIS-ACCOUNT.
    IF DB-NOTFND
      MOVE MSG88 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.

    IF ACCM-FUNC-IN = 'I'
      MOVE SPACES TO ACCM-MSG-OUT
      PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT
      GO TO ACCM-SEND.

    IF ACCT-STATUS = 'C'
      MOVE MSG97 TO ACCM-MSG-OUT
      PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT
      GO TO ACCM-SEND.

    IF ACCM-FUNC-IN = 'S'
      GO TO ACCM-SETLIM.
    IF ACCM-FUNC-IN = 'F'
      GO TO ACCM-FREEZE.
    GO TO ACCM-CLOSE.

*****************************************************************
 Add a new account. The owning client identity is required; the  *
 limit is optional but must be numeric when given. An account    *
 already on file is refused rather than silently overwritten -   *
 its balance is the posting run's, not the operator's. The new   *
 row is STOREd first and its audit rows flushed after.           *
*****************************************************************
ACCM-ADD.
    IF ACCM-CLIENT-IN = SPACES
      MOVE MSG90 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.
    IF ACCM-LIMIT-IN NOT = SPACES
       AND ACCM-LIMIT-IN NOT NUMERIC
      MOVE MSG91 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.

    MOVE ACCM-ACCT-IN TO ACCT-NUMBER.
    OBTAIN CALC COBLIS-ACCOUNT.
    IF NOT DB-NOTFND
      MOVE MSG87 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.

    IF ACCM-LIMIT-IN NUMERIC
      MOVE ACCM-LIMIT-IN TO WK-LIMIT-X
    ELSE
      MOVE 0 TO WK-LIMIT-NUM.

    MOVE 'RECORD'    TO WK-AUD-FIELD.
    MOVE ABSENT-MARK TO WK-AUD-OLD.
    MOVE 'OPENED'    TO WK-AUD-NEW.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.
    MOVE 'CLIENT-ID'    TO WK-AUD-FIELD.
    MOVE ABSENT-MARK    TO WK-AUD-OLD.
    MOVE ACCM-CLIENT-IN TO WK-AUD-NEW.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.
    MOVE 'CREDIT-LIMIT' TO WK-AUD-FIELD.
    MOVE ABSENT-MARK    TO WK-AUD-OLD.
    MOVE WK-LIMIT-X     TO WK-AUD-NEW.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.

    MOVE ACCM-ACCT-IN   TO ACCT-NUMBER.
    MOVE ACCM-CLIENT-IN TO ACCT-CLIENT-ID.
    MOVE 'O'            TO ACCT-STATUS.
    MOVE WK-LIMIT-NUM   TO ACCT-CREDIT-LIMIT.
    MOVE 0              TO ACCT-BALANCE.
    MOVE 0              TO ACCT-LAST-POSTED-TS.
    STORE COBLIS-ACCOUNT.
    PERFORM ACCM-FLUSH-AUDITS THRU ACCM-FLUSH-AUDITS-EXIT.
    MOVE MSG86 TO ACCM-MSG-OUT.
    PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT.
    GO TO ACCM-SEND.

*****************************************************************
 Set the account's overdraft / credit limit. Zero (or a blank    *
 field) allows no overdraft. The new limit governs the next      *
 posting run; balances already below a lowered limit are left    *
 alone - only further debits are refused.                        *
*****************************************************************
ACCM-SETLIM.
    IF ACCM-LIMIT-IN NOT = SPACES
       AND ACCM-LIMIT-IN NOT NUMERIC
      MOVE MSG91 TO ACCM-MSG-OUT
      GO TO ACCM-SEND.

    IF ACCM-LIMIT-IN NUMERIC
      MOVE ACCM-LIMIT-IN TO WK-LIMIT-X
    ELSE
      MOVE 0 TO WK-LIMIT-NUM.
    MOVE WK-LIMIT-NUM TO WK-NEW-LIMIT.
    IF WK-NEW-LIMIT = ACCT-CREDIT-LIMIT
      MOVE MSG99 TO ACCM-MSG-OUT
      PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT
      GO TO ACCM-SEND.

    MOVE 'CREDIT-LIMIT' TO WK-AUD-FIELD.
    MOVE WK-LIMIT-X     TO WK-AUD-NEW.
    MOVE ACCT-CREDIT-LIMIT TO WK-LIMIT-NUM.
    MOVE WK-LIMIT-X     TO WK-AUD-OLD.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.

    MOVE WK-NEW-LIMIT TO ACCT-CREDIT-LIMIT.
    MODIFY COBLIS-ACCOUNT.
    PERFORM ACCM-FLUSH-AUDITS THRU ACCM-FLUSH-AUDITS-EXIT.
    MOVE MSG93 TO ACCM-MSG-OUT.
    PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT.
    GO TO ACCM-SEND.

*****************************************************************
 Freeze an open account, or unfreeze a frozen one. The change    *
 governs the next posting run - postings already committed stay. *
*****************************************************************
ACCM-FREEZE.
    MOVE 'STATUS'    TO WK-AUD-FIELD.
    MOVE ACCT-STATUS TO WK-AUD-OLD.
    IF ACCT-STATUS = 'F'
      MOVE 'O' TO ACCT-STATUS
      MOVE MSG95 TO ACCM-MSG-OUT
    ELSE
      MOVE 'F' TO ACCT-STATUS
      MOVE MSG94 TO ACCM-MSG-OUT.
    MOVE ACCT-STATUS TO WK-AUD-NEW.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.

    MODIFY COBLIS-ACCOUNT.
    PERFORM ACCM-FLUSH-AUDITS THRU ACCM-FLUSH-AUDITS-EXIT.
    PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT.
    GO TO ACCM-SEND.

*****************************************************************
 Close an account. A non-zero balance is refused - the money has *
 to be moved off by a posting first - and the closed row is kept *
 with its history rather than erased.                            *
*****************************************************************
ACCM-CLOSE.
    IF ACCT-BALANCE NOT = 0
      MOVE MSG98 TO ACCM-MSG-OUT
      PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT
      GO TO ACCM-SEND.

    MOVE 'STATUS'    TO WK-AUD-FIELD.
    MOVE ACCT-STATUS TO WK-AUD-OLD.
    MOVE 'C'         TO WK-AUD-NEW.
    PERFORM ACCM-QUEUE-AUDIT THRU ACCM-QUEUE-AUDIT-EXIT.

    MOVE 'C' TO ACCT-STATUS.
    MODIFY COBLIS-ACCOUNT.
    PERFORM ACCM-FLUSH-AUDITS THRU ACCM-FLUSH-AUDITS-EXIT.
    MOVE MSG96 TO ACCM-MSG-OUT.
    PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT.
    GO TO ACCM-SEND.

*****************************************************************
 List the accounts on file into the map's OCCURS 15 output rows, *
 narrowed to one owning client when one is keyed, and count      *
 anything past the 15th so nothing is silently invisible,        *
 exactly as COBSESSV does for sessions. Accounts the client      *
 filter skips are not in that count.                             *
*****************************************************************
ACCM-LIST.
    MOVE SPACES TO ACCM-MSG-OUT.
    MOVE 0 TO ACC-DISPLAY-COUNT.
    MOVE 0 TO ACC-MORE-COUNT.

    OBTAIN FIRST COBLIS-ACCOUNT WITHIN COBLIS-ACCOUNT-AREA.
    IF DB-NOTFND
      GO TO ACCM-SEND.

ACCM-COLLECT.
    IF ACCM-CLIENT-IN NOT = SPACES
       AND ACCT-CLIENT-ID NOT = ACCM-CLIENT-IN
      GO TO ACCM-COLLECT-NEXT.

    IF ACC-DISPLAY-COUNT GREATER THAN OR EQUAL TO 15
      ADD 1 TO ACC-MORE-COUNT
      GO TO ACCM-COLLECT-NEXT.

    PERFORM ACCM-SHOW-ROW THRU ACCM-SHOW-ROW-EXIT.

ACCM-COLLECT-NEXT.
    OBTAIN NEXT COBLIS-ACCOUNT WITHIN COBLIS-ACCOUNT-AREA.
    IF NOT DB-NOTFND
      GO TO ACCM-COLLECT.

*****************************************************************
 Send the page back to the operator                              *
*****************************************************************
ACCM-SEND.
    MOVE ACC-DISPLAY-COUNT TO ACCM-ROW-COUNT-OUT.
    MOVE ACC-MORE-COUNT TO ACCM-MORE-COUNT-OUT.
    PUT MAP COBACCMM ERASE.

ACCM-EXIT.
    GOBACK.

*****************************************************************
 Procedure to move the account row in the record area into the   *
 next output row of the page                                     *
*****************************************************************
ACCM-SHOW-ROW.
    ADD 1 TO ACC-DISPLAY-COUNT.
    MOVE ACCT-NUMBER
      TO ACCM-ACCT-OUT (ACC-DISPLAY-COUNT).
    MOVE ACCT-CLIENT-ID
      TO ACCM-CLIENT-OUT (ACC-DISPLAY-COUNT).
    MOVE ACCT-STATUS
      TO ACCM-STATUS-OUT (ACC-DISPLAY-COUNT).
    MOVE ACCT-BALANCE
      TO ACCM-BAL-OUT (ACC-DISPLAY-COUNT).
    MOVE ACCT-CREDIT-LIMIT
      TO ACCM-LIMIT-OUT (ACC-DISPLAY-COUNT).
    MOVE ACCT-LAST-POSTED-TS
      TO ACCM-LASTPOST-OUT (ACC-DISPLAY-COUNT).
ACCM-SHOW-ROW-EXIT.
    EXIT.

*****************************************************************
 Procedure to queue one changed field's audit values until the   *
 account they belong to has been MODIFYed or STOREd              *
*****************************************************************
ACCM-QUEUE-AUDIT.
    ADD 1 TO WK-PEND-COUNT.
    MOVE WK-AUD-FIELD TO WK-PEND-FIELD (WK-PEND-COUNT).
    MOVE WK-AUD-OLD   TO WK-PEND-OLD (WK-PEND-COUNT).
    MOVE WK-AUD-NEW   TO WK-PEND-NEW (WK-PEND-COUNT).
ACCM-QUEUE-AUDIT-EXIT.
    EXIT.

*****************************************************************
 Procedure to write the queued audit rows                        *
*****************************************************************
ACCM-FLUSH-AUDITS.
    PERFORM ACCM-FLUSH-ONE THRU ACCM-FLUSH-ONE-EXIT
      VARYING WK-PEND-SUB FROM 1 BY 1
      UNTIL WK-PEND-SUB GREATER THAN WK-PEND-COUNT.
ACCM-FLUSH-AUDITS-EXIT.
    EXIT.

ACCM-FLUSH-ONE.
    MOVE WK-PEND-FIELD (WK-PEND-SUB) TO WK-AUD-FIELD.
    MOVE WK-PEND-OLD (WK-PEND-SUB)   TO WK-AUD-OLD.
    MOVE WK-PEND-NEW (WK-PEND-SUB)   TO WK-AUD-NEW.
    PERFORM ACCM-WRITE-AUDIT THRU ACCM-WRITE-AUDIT-EXIT.
ACCM-FLUSH-ONE-EXIT.
    EXIT.

*****************************************************************
 Procedure to write one audit row for one changed field. The     *
 caller fills the field, old and new values; the type and key    *
 were set, and who, where, and when captured, once at ACCM-START. *
*****************************************************************
ACCM-WRITE-AUDIT.
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
ACCM-WRITE-AUDIT-EXIT.
    EXIT.

*****************************************************************

    COPY IDMS IDMS-STATUS.
IDMS-ABORT SECTION.
IDMS-ABORT-EXIT.
    EXIT.
