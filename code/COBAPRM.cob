RETRIEVAL
ACTIVITY-LOG
DMLIST

*****************************************************************
 COBAPRM is the checker's side of the maker-checker control on   *
 the changes audit singled out as segregation-of-duties risks:   *
 the COBFIX01 staged-record update (U), record delete (D) and    *
 suspect release (A), and the COBMNT01 drain flag (D) and        *
 business date (B). Those transactions no longer apply such a    *
 change - they validate it and hold it as a COBLIS-PENDCHG row   *
 (status P) stamped with the maker's operator id, terminal and   *
 time, and audited under record type PENDCHG. Nothing reaches    *
 the staged batch, the drain row or the calendar until a         *
 different operator approves it here. The map carries a function *
 code in APRM-FUNC-IN and a pending change id in APRM-PCHID-IN:  *
   L - list the changes still pending (also the default when the *
       task is entered with no function): id, requesting program *
       and function, target, what was asked for, who asked and   *
       when. The first 15 rows fit on the page; a count of any   *
       rows left off is shown, COBSESSV-fashion;                 *
   A - approve the change: it is applied exactly as the maker's  *
       transaction used to apply it, with the same field-by-     *
       field audit rows, and the pending row is marked A;        *
   J - reject the change: nothing is applied and the pending row *
       is marked J.                                              *
 The maker can neither approve nor reject their own change. A    *
 change whose target has moved on since it was requested - the   *
 staged record edited or gone, the batch no longer rejected or   *
 suspect, the drain flag or business date already changed - is   *
 refused as no longer applying and left pending for the checker  *
 to reject, rather than applied over someone else's work.        *
 Decided rows are kept, not erased, so the pending file is also  *
 the history of who asked and who decided. Every audit row this  *
 transaction writes carries the maker in AUD-OPERATOR-ID and the *
 checker in AUD-CHECKER-ID, with the checker's terminal and the  *
 time of the decision, so COBRPT03 prints the two side by side.  *
*****************************************************************

IDENTIFICATION DIVISION.
PROGRAM-ID.               COBAPRM.
ENVIRONMENT DIVISION.
IDMS-CONTROL SECTION.
PROTOCOL. MODE IS IDMS-DC DEBUG
          IDMS-RECORDS MANUAL.

DATA DIVISION.

WORKING-STORAGE SECTION.

01  COPY IDMS SUBSCHEMA-CTRL.
01  COPY IDMS RECORD COBLIS-PENDCHG.
01  COPY IDMS RECORD COBLIS-BATCH.
01  COPY IDMS RECORD COBLIS-STAGE.
01  COPY IDMS RECORD COBLIS-DRAIN.
01  COPY IDMS RECORD COBLIS-BIZDATE.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS MAP COBAPRMM.

01  MSG33  PIC X(30) VALUE 'CHANGE APPROVED AND APPLIED   '.
01  MSG34  PIC X(30) VALUE 'CHANGE REJECTED               '.
01  MSG35  PIC X(30) VALUE 'CHANGE ID MUST BE NUMERIC     '.
01  MSG36  PIC X(30) VALUE 'CHANGE NOT ON FILE            '.
01  MSG37  PIC X(30) VALUE 'CHANGE ALREADY DECIDED        '.
01  MSG38  PIC X(30) VALUE 'MAKER CANNOT DECIDE OWN CHANGE'.
01  MSG39  PIC X(30) VALUE 'FUNCTION IS L, A OR J         '.
01  MSG13  PIC X(30) VALUE 'CHANGE NO LONGER APPLIES      '.
01  MSG14  PIC X(30) VALUE 'UNKNOWN CHANGE TYPE           '.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.
01  DELETED-MARK     PIC X(09) VALUE '*DELETED*'.
01  PENDING-MARK     PIC X(08) VALUE 'PENDING '.

01  WK-OPERATOR-ID   PIC X(08).
01  WK-TERMINAL-ID   PIC X(08).

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-TS-TIME     PIC 9(08).

*****************************************************************
 The pending change being decided, saved out of the record area  *
 because the apply OBTAINs take over the run unit's currency     *
*****************************************************************
01  WK-PCH-ID        PIC 9(16).
01  WK-PCH-SOURCE    PIC X(08).
01  WK-PCH-FUNCTION  PIC X(01).
01  WK-PCH-DESC      PIC X(40).
01  WK-MAKER-ID      PIC X(08).
01  WK-DECISION      PIC X(01).

01  WK-PCH-TARGET.
  03  WK-TGT-BATCH-ID PIC X(08).
  03  WK-TGT-SEQ      PIC X(08).
  03  WK-TGT-SEQ-NUM REDEFINES WK-TGT-SEQ
                      PIC 9(08).
01  WK-TGT-SERVICE REDEFINES WK-PCH-TARGET.
  03  WK-TGT-SERVICE-ID PIC X(08).
  03  FILLER            PIC X(08).

*****************************************************************
 Request data held on the pending row: the values asked for, and *
 the target's value as it stood when they were asked for - the   *
 second half is what proves at approval time that nobody else    *
 has changed the target since.                                   *
*****************************************************************
01  WK-PCH-DATA.
  03  WK-PCH-NEW     PIC X(33).
  03  WK-PCH-OLD     PIC X(33).
  03  FILLER         PIC X(14).

01  WK-AUD-TYPE      PIC X(08).
01  WK-AUD-KEY       PIC X(16).
01  WK-AUD-FIELD     PIC X(12).
01  WK-AUD-OLD       PIC X(40).
01  WK-AUD-NEW       PIC X(40).

*****************************************************************
 Audit rows are queued here and written only after every MODIFY, *
 ERASE and STORE they describe - the audit STORE takes over      *
 currency of run unit. One decision can touch several records    *
 (a delete adjusts the stage row, the trailer and the header),   *
 so each queued row carries its own type and key. Same pattern   *
 as COBMNT01 otherwise.                                          *
*****************************************************************
01  WK-PEND-AUDITS.
  03  WK-PEND-ENTRY  OCCURS 8 TIMES.
    05  WK-PEND-TYPE   PIC X(08).
    05  WK-PEND-KEY    PIC X(16).
    05  WK-PEND-FIELD  PIC X(12).
    05  WK-PEND-OLD    PIC X(40).
    05  WK-PEND-NEW    PIC X(40).
01  WK-PEND-COUNT    PIC S9(4) COMP VALUE 0.
01  WK-PEND-SUB      PIC S9(4) COMP.

01  WK-NUM8          PIC 9(08).
01  WK-FIND-SEQ      PIC S9(8) COMP.
01  WK-HOL-SUB       PIC S9(4) COMP.

01  WK-ROW-FOUND-SWITCH PIC X(01).
  88  WK-ROW-FOUND            VALUE 'Y'.
01  WK-STG-EOF-SWITCH   PIC X(01).
  88  WK-STG-EOF              VALUE 'Y'.

*****************************************************************
 Staged record work areas - the same data and trailer views the  *
 COBEDT01 edit and COBFIX01 use                                  *
*****************************************************************
01  WK-ROW-REC       PIC X(80).
01  WK-ROW-DETAIL REDEFINES WK-ROW-REC.
  03  WK-ROW-DATE    PIC X(08).
  03  WK-ROW-ACCOUNT PIC X(10).
  03  WK-ROW-TYPE    PIC X(02).
  03  WK-ROW-AMOUNT  PIC X(13).
  03  WK-ROW-AMOUNT-NUM REDEFINES WK-ROW-AMOUNT
                     PIC 9(11)V9(02).
  03  FILLER         PIC X(47).

01  WK-REQ-ROW       PIC X(33).
01  WK-REQ-DETAIL REDEFINES WK-REQ-ROW.
  03  WK-REQ-DATE    PIC X(08).
  03  WK-REQ-ACCOUNT PIC X(10).
  03  WK-REQ-TYPE    PIC X(02).
  03  WK-REQ-AMOUNT  PIC X(13).

01  WK-TRLR-REC      PIC X(80).
01  WK-TRLR-DETAIL REDEFINES WK-TRLR-REC.
  03  WK-TRLR-TAG    PIC X(04).
  03  WK-TRLR-COUNT  PIC X(09).
  03  WK-TRLR-COUNT-NUM REDEFINES WK-TRLR-COUNT
                     PIC 9(09).
  03  WK-TRLR-HASH   PIC X(15).
  03  WK-TRLR-HASH-NUM REDEFINES WK-TRLR-HASH
                     PIC 9(13)V9(02).
  03  FILLER         PIC X(52).

01  APR-DISPLAY-COUNT PIC S9(4) COMP VALUE 0.
01  APR-MORE-COUNT    PIC S9(4) COMP VALUE 0.

PROCEDURE DIVISION.

*****************************************************************
 Read the checker's input, capture who and where they are, and   *
 route to the requested function. A blank function (including    *
 first entry to the task) simply lists what is pending.          *
*****************************************************************
APR-START.
    GET MAP COBAPRMM.
    ACCEPT USER ID INTO WK-OPERATOR-ID.
    ACCEPT LTERM ID INTO WK-TERMINAL-ID.
    ACCEPT WK-TS-DATE FROM DATE YYYYMMDD.
    ACCEPT WK-TS-TIME FROM TIME.
    MOVE 0 TO WK-PEND-COUNT.

    IF APRM-FUNC-IN = 'L' OR APRM-FUNC-IN = SPACE
      GO TO APR-LIST.
    IF APRM-FUNC-IN NOT = 'A' AND APRM-FUNC-IN NOT = 'J'
      MOVE MSG39 TO APRM-MSG-OUT
      GO TO APR-SEND.
    IF APRM-PCHID-IN NOT NUMERIC
      MOVE MSG35 TO APRM-MSG-OUT
      GO TO APR-SEND.

    MOVE APRM-PCHID-IN TO WK-PCH-ID.
    MOVE WK-PCH-ID TO PCH-ID.
    OBTAIN CALC COBLIS-PENDCHG.
    IF DB-NOTFND
      MOVE MSG36 TO APRM-MSG-OUT
      GO TO APR-SEND.

    PERFORM APR-SHOW-ROW THRU APR-SHOW-ROW-EXIT.
    IF PCH-STATUS NOT = 'P'
      MOVE MSG37 TO APRM-MSG-OUT
      GO TO APR-SEND.
    IF PCH-REQ-OPERATOR = WK-OPERATOR-ID
      MOVE MSG38 TO APRM-MSG-OUT
      GO TO APR-SEND.

    MOVE PCH-SOURCE       TO WK-PCH-SOURCE.
    MOVE PCH-FUNCTION     TO WK-PCH-FUNCTION.
    MOVE PCH-TARGET       TO WK-PCH-TARGET.
    MOVE PCH-DATA         TO WK-PCH-DATA.
    MOVE PCH-DESC         TO WK-PCH-DESC.
    MOVE PCH-REQ-OPERATOR TO WK-MAKER-ID.

    IF APRM-FUNC-IN = 'J'
      MOVE 'J' TO WK-DECISION
      MOVE MSG34 TO APRM-MSG-OUT
      GO TO APR-DECIDE.

    IF WK-PCH-SOURCE = 'COBFIX01'
      IF WK-PCH-FUNCTION = 'U'
        GO TO APR-FIX-UPDATE
        END-IF
      IF WK-PCH-FUNCTION = 'D'
        GO TO APR-FIX-DELETE
        END-IF
      IF WK-PCH-FUNCTION = 'A'
        GO TO APR-FIX-RELEASE
        END-IF
      END-IF.
    IF WK-PCH-SOURCE = 'COBMNT01'
      IF WK-PCH-FUNCTION = 'D'
        GO TO APR-MNT-DRAIN
        END-IF
      IF WK-PCH-FUNCTION = 'B'
        GO TO APR-MNT-BIZDATE
        END-IF
      END-IF.

    MOVE MSG14 TO APRM-MSG-OUT.
    GO TO APR-SEND.

*****************************************************************
 Apply a held COBFIX01 update to one staged record. The batch    *
 must still be rejected or suspect and the record must still     *
 read exactly as it did when the maker keyed the repair. Each    *
 non-blank requested field that differs gets its own STAGE audit *
 row and the MODIFY runs while the stage row is still current.   *
*****************************************************************
APR-FIX-UPDATE.
    PERFORM APR-FIX-CHECK-BATCH THRU APR-FIX-CHECK-BATCH-EXIT.
    IF NOT WK-ROW-FOUND
      GO TO APR-STALE.
    MOVE WK-TGT-SEQ-NUM TO WK-FIND-SEQ.
    PERFORM APR-FIND-ROW THRU APR-FIND-ROW-EXIT.
    IF NOT WK-ROW-FOUND
      GO TO APR-STALE.
    IF STG-RECORD-DATA (1:33) NOT = WK-PCH-OLD
      GO TO APR-STALE.

    MOVE STG-RECORD-DATA TO WK-ROW-REC.
    MOVE WK-PCH-NEW TO WK-REQ-ROW.
    MOVE 'STAGE' TO WK-AUD-TYPE.
    MOVE WK-PCH-TARGET TO WK-AUD-KEY.
    IF WK-REQ-DATE NOT = SPACES
       AND WK-REQ-DATE NOT = WK-ROW-DATE
      MOVE 'TXN-DATE' TO WK-AUD-FIELD
      MOVE WK-ROW-DATE TO WK-AUD-OLD
      MOVE WK-REQ-DATE TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE WK-REQ-DATE TO WK-ROW-DATE.
    IF WK-REQ-ACCOUNT NOT = SPACES
       AND WK-REQ-ACCOUNT NOT = WK-ROW-ACCOUNT
      MOVE 'TXN-ACCOUNT' TO WK-AUD-FIELD
      MOVE WK-ROW-ACCOUNT TO WK-AUD-OLD
      MOVE WK-REQ-ACCOUNT TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE WK-REQ-ACCOUNT TO WK-ROW-ACCOUNT.
    IF WK-REQ-TYPE NOT = SPACES
       AND WK-REQ-TYPE NOT = WK-ROW-TYPE
      MOVE 'TXN-TYPE' TO WK-AUD-FIELD
      MOVE WK-ROW-TYPE TO WK-AUD-OLD
      MOVE WK-REQ-TYPE TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE WK-REQ-TYPE TO WK-ROW-TYPE.
    IF WK-REQ-AMOUNT NOT = SPACES
       AND WK-REQ-AMOUNT NOT = WK-ROW-AMOUNT
      MOVE 'TXN-AMOUNT' TO WK-AUD-FIELD
      MOVE WK-ROW-AMOUNT TO WK-AUD-OLD
      MOVE WK-REQ-AMOUNT TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE WK-REQ-AMOUNT TO WK-ROW-AMOUNT.

    MOVE WK-ROW-REC TO STG-RECORD-DATA.
    MODIFY COBLIS-STAGE.
    GO TO APR-APPROVED.

*****************************************************************
 Apply a held COBFIX01 delete, exactly as COBFIX01 used to: the  *
 record leaves the batch, a data record is backed out of the     *
 sender's trailer count and hash, and the header record count    *
 comes down for every delete. The ERASE runs while the row is    *
 current; the trailer and header updates each re-OBTAIN their    *
 object.                                                         *
*****************************************************************
APR-FIX-DELETE.
    PERFORM APR-FIX-CHECK-BATCH THRU APR-FIX-CHECK-BATCH-EXIT.
    IF NOT WK-ROW-FOUND
      GO TO APR-STALE.
    MOVE WK-TGT-SEQ-NUM TO WK-FIND-SEQ.
    PERFORM APR-FIND-ROW THRU APR-FIND-ROW-EXIT.
    IF NOT WK-ROW-FOUND
      GO TO APR-STALE.
    IF STG-RECORD-DATA (1:33) NOT = WK-PCH-OLD
      GO TO APR-STALE.

    MOVE STG-RECORD-DATA TO WK-ROW-REC.
    MOVE 'STAGE' TO WK-AUD-TYPE.
    MOVE WK-PCH-TARGET TO WK-AUD-KEY.
    MOVE 'RECORD' TO WK-AUD-FIELD.
    MOVE WK-ROW-REC (1:33) TO WK-AUD-OLD.
    MOVE DELETED-MARK TO WK-AUD-NEW.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.
    ERASE COBLIS-STAGE.

    IF WK-ROW-REC (1:4) NOT = 'TRLR'
      PERFORM APR-FIND-TRLR THRU APR-FIND-TRLR-EXIT
      IF WK-ROW-FOUND
        PERFORM APR-ADJUST-TRLR THRU APR-ADJUST-TRLR-EXIT
        END-IF
      END-IF.
    MOVE WK-TGT-BATCH-ID TO BAT-BATCH-ID.
    OBTAIN CALC COBLIS-BATCH.
    SUBTRACT 1 FROM BAT-RECORD-COUNT.
    MODIFY COBLIS-BATCH.
    GO TO APR-APPROVED.

*****************************************************************
 Apply a held COBFIX01 suspect release: a batch still held in 'S' *
 goes straight to 'A' for the posting run.                        *
*****************************************************************
APR-FIX-RELEASE.
    MOVE WK-TGT-BATCH-ID TO BAT-BATCH-ID.
    OBTAIN CALC COBLIS-BATCH.
    IF DB-NOTFND
      GO TO APR-STALE.
    IF BAT-STATUS NOT = 'S'
      GO TO APR-STALE.

    MOVE 'BATCH' TO WK-AUD-TYPE.
    MOVE SPACES TO WK-AUD-KEY.
    MOVE WK-TGT-BATCH-ID TO WK-AUD-KEY (1:8).
    MOVE 'STATUS' TO WK-AUD-FIELD.
    MOVE BAT-STATUS TO WK-AUD-OLD.
    MOVE 'A' TO WK-AUD-NEW.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.

    MOVE 'A' TO BAT-STATUS.
    MODIFY COBLIS-BATCH.
    GO TO APR-APPROVED.

*****************************************************************
 Apply a held COBMNT01 drain flag change for one listener        *
 service. The flag must still be what it was when the change was *
 asked for - '*ABSENT*' meaning no drain row at all, in which     *
 case the row is created here as COBMNT01 used to create it.     *
*****************************************************************
APR-MNT-DRAIN.
    MOVE 'DRAIN'            TO WK-AUD-TYPE.
    MOVE WK-TGT-SERVICE-ID  TO WK-AUD-KEY.
    MOVE 'ACTIVE-FLAG'      TO WK-AUD-FIELD.
    MOVE WK-PCH-NEW (1:1)   TO WK-AUD-NEW.

    MOVE WK-TGT-SERVICE-ID TO DRAIN-ID.
    OBTAIN CALC COBLIS-DRAIN.
    IF DB-NOTFND
      IF WK-PCH-OLD (1:8) NOT = ABSENT-MARK
        GO TO APR-STALE
        END-IF
      MOVE ABSENT-MARK TO WK-AUD-OLD
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE WK-TGT-SERVICE-ID TO DRAIN-ID
      MOVE WK-PCH-NEW (1:1) TO DRAIN-ACTIVE-FLAG
      STORE COBLIS-DRAIN
      GO TO APR-APPROVED
      END-IF.

    IF WK-PCH-OLD (1:8) = ABSENT-MARK
       OR DRAIN-ACTIVE-FLAG NOT = WK-PCH-OLD (1:1)
      GO TO APR-STALE.

    MOVE DRAIN-ACTIVE-FLAG TO WK-AUD-OLD.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.
    MOVE WK-PCH-NEW (1:1) TO DRAIN-ACTIVE-FLAG.
    MODIFY COBLIS-DRAIN.
    GO TO APR-APPROVED.

*****************************************************************
 Apply a held COBMNT01 business date change to the shop-wide     *
 calendar (keyed under COBLIS01, as COBMNT01 and COBEDT01 key    *
 it). The date must still be the one the maker saw - an end-of-  *
 day roll in between makes the request stale. A missing calendar *
 is created with the COBMNT01 defaults and the requested date.   *
*****************************************************************
APR-MNT-BIZDATE.
    MOVE 'BIZDATE'  TO WK-AUD-TYPE.
    MOVE 'COBLIS01' TO WK-AUD-KEY.

    MOVE 'COBLIS01' TO BIZ-ID.
    OBTAIN CALC COBLIS-BIZDATE.
    IF DB-NOTFND
      IF WK-PCH-OLD (1:8) NOT = ABSENT-MARK
        GO TO APR-STALE
        END-IF
      MOVE 'RECORD'   TO WK-AUD-FIELD
      MOVE ABSENT-MARK TO WK-AUD-OLD
      MOVE 'CREATED WITH DEFAULTS' TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE 'CUR-BUS-DATE'   TO WK-AUD-FIELD
      MOVE ABSENT-MARK      TO WK-AUD-OLD
      MOVE WK-PCH-NEW (1:8) TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT
      MOVE 'COBLIS01' TO BIZ-ID
      MOVE WK-PCH-NEW (1:8) TO WK-NUM8
      MOVE WK-NUM8 TO BIZ-CURRENT-DATE
      MOVE 1700 TO BIZ-CUTOFF-TIME
      MOVE 030  TO BIZ-STALE-DAYS
      MOVE 'Y'  TO BIZ-SAT-FLAG
      MOVE 'Y'  TO BIZ-SUN-FLAG
      PERFORM APR-BIZ-CLEAR-ONE THRU APR-BIZ-CLEAR-ONE-EXIT
        VARYING WK-HOL-SUB FROM 1 BY 1
        UNTIL WK-HOL-SUB GREATER THAN 12
      STORE COBLIS-BIZDATE
      GO TO APR-APPROVED
      END-IF.

    MOVE BIZ-CURRENT-DATE TO WK-NUM8.
    IF WK-PCH-OLD (1:8) NOT = WK-NUM8
      GO TO APR-STALE.

    MOVE 'CUR-BUS-DATE' TO WK-AUD-FIELD.
    MOVE WK-NUM8 TO WK-AUD-OLD.
    MOVE WK-PCH-NEW (1:8) TO WK-AUD-NEW.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.
    MOVE WK-PCH-NEW (1:8) TO WK-NUM8.
    MOVE WK-NUM8 TO BIZ-CURRENT-DATE.
    MODIFY COBLIS-BIZDATE.
    GO TO APR-APPROVED.

*****************************************************************
 The target has moved on since the change was asked for. Nothing *
 has been written; the change stays pending for the checker to   *
 reject, and the maker can key it again against what is there.   *
*****************************************************************
APR-STALE.
    MOVE MSG13 TO APRM-MSG-OUT.
    GO TO APR-SEND.

APR-APPROVED.
    MOVE 'A' TO WK-DECISION.
    MOVE MSG33 TO APRM-MSG-OUT.

*****************************************************************
 Record the decision on the pending row - re-OBTAINed, since the *
 apply took over currency - then write every queued audit row,   *
 the decision itself last.                                       *
*****************************************************************
APR-DECIDE.
    MOVE WK-PCH-ID TO PCH-ID.
    OBTAIN CALC COBLIS-PENDCHG.
    MOVE WK-DECISION    TO PCH-STATUS.
    MOVE WK-OPERATOR-ID TO PCH-CHK-OPERATOR.
    MOVE WK-TERMINAL-ID TO PCH-CHK-TERMINAL.
    MOVE WK-TIMESTAMP   TO PCH-CHK-TS.
    MODIFY COBLIS-PENDCHG.

    MOVE 'PENDCHG'    TO WK-AUD-TYPE.
    MOVE WK-PCH-ID    TO WK-AUD-KEY.
    MOVE 'STATUS'     TO WK-AUD-FIELD.
    MOVE PENDING-MARK TO WK-AUD-OLD.
    IF WK-DECISION = 'A'
      MOVE 'APPROVED' TO WK-AUD-NEW
    ELSE
      MOVE 'REJECTED' TO WK-AUD-NEW.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.
    PERFORM APR-FLUSH-AUDITS THRU APR-FLUSH-AUDITS-EXIT.

    MOVE 0 TO APR-DISPLAY-COUNT.
    PERFORM APR-SHOW-ROW THRU APR-SHOW-ROW-EXIT.
    GO TO APR-SEND.

*****************************************************************
 List the changes still pending into the map's OCCURS 15 output  *
 rows, and count anything past the 15th so nothing is silently   *
 invisible, exactly as COBSESSV does for sessions. Decided rows  *
 are skipped and not counted.                                    *
*****************************************************************
APR-LIST.
    MOVE SPACES TO APRM-MSG-OUT.
    MOVE 0 TO APR-DISPLAY-COUNT.
    MOVE 0 TO APR-MORE-COUNT.

    OBTAIN FIRST COBLIS-PENDCHG WITHIN COBLIS-PENDCHG-AREA.
    IF DB-NOTFND
      GO TO APR-SEND.

APR-COLLECT.
    IF PCH-STATUS NOT = 'P'
      GO TO APR-COLLECT-NEXT.

    IF APR-DISPLAY-COUNT GREATER THAN OR EQUAL TO 15
      ADD 1 TO APR-MORE-COUNT
      GO TO APR-COLLECT-NEXT.

    PERFORM APR-SHOW-ROW THRU APR-SHOW-ROW-EXIT.

APR-COLLECT-NEXT.
    OBTAIN NEXT COBLIS-PENDCHG WITHIN COBLIS-PENDCHG-AREA.
    IF NOT DB-NOTFND
      GO TO APR-COLLECT.

*****************************************************************
 Send the page back to the checker                               *
*****************************************************************
APR-SEND.
    MOVE APR-DISPLAY-COUNT TO APRM-ROW-COUNT-OUT.
    MOVE APR-MORE-COUNT TO APRM-MORE-COUNT-OUT.
    PUT MAP COBAPRMM ERASE.

APR-EXIT.
    GOBACK.

*****************************************************************
 Procedure to move the pending row in the record area into the   *
 next output row of the page                                     *
*****************************************************************
APR-SHOW-ROW.
    ADD 1 TO APR-DISPLAY-COUNT.
    MOVE PCH-ID
      TO APRM-ID-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-SOURCE
      TO APRM-SRC-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-FUNCTION
      TO APRM-FUNC-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-STATUS
      TO APRM-STATUS-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-TARGET
      TO APRM-TARGET-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-DESC
      TO APRM-DESC-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-REQ-OPERATOR
      TO APRM-MAKER-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-REQ-TERMINAL
      TO APRM-MKTERM-OUT (APR-DISPLAY-COUNT).
    MOVE PCH-REQ-TS
      TO APRM-REQTS-OUT (APR-DISPLAY-COUNT).
APR-SHOW-ROW-EXIT.
    EXIT.

*****************************************************************
 Procedure to confirm the target batch of a held COBFIX01 repair *
 is still on file and still rejected or suspect. WK-ROW-FOUND    *
 reports the answer.                                             *
*****************************************************************
APR-FIX-CHECK-BATCH.
    MOVE 'N' TO WK-ROW-FOUND-SWITCH.
    MOVE WK-TGT-BATCH-ID TO BAT-BATCH-ID.
    OBTAIN CALC COBLIS-BATCH.
    IF DB-NOTFND
      GO TO APR-FIX-CHECK-BATCH-EXIT.
    IF BAT-STATUS = 'J' OR BAT-STATUS = 'S'
      SET WK-ROW-FOUND TO TRUE.
APR-FIX-CHECK-BATCH-EXIT.
    EXIT.

*****************************************************************
 Procedure to locate one staged record of the batch by its       *
 sequence number, the same sweep COBFIX01 uses; the found row is *
 left current of run unit for the MODIFY or ERASE.               *
*****************************************************************
APR-FIND-ROW.
    MOVE 'N' TO WK-ROW-FOUND-SWITCH.
    MOVE 'N' TO WK-STG-EOF-SWITCH.
    OBTAIN FIRST COBLIS-STAGE WITHIN COBLIS-STAGE-AREA.
    IF DB-NOTFND
      SET WK-STG-EOF TO TRUE.
    PERFORM APR-FIND-ROW-STEP THRU APR-FIND-ROW-STEP-EXIT
      UNTIL WK-ROW-FOUND OR WK-STG-EOF.
APR-FIND-ROW-EXIT.
    EXIT.

APR-FIND-ROW-STEP.
    IF STG-BATCH-ID = WK-TGT-BATCH-ID
       AND STG-RECORD-SEQ = WK-FIND-SEQ
      SET WK-ROW-FOUND TO TRUE
      GO TO APR-FIND-ROW-STEP-EXIT.
    OBTAIN NEXT COBLIS-STAGE WITHIN COBLIS-STAGE-AREA.
    IF DB-NOTFND
      SET WK-STG-EOF TO TRUE.
APR-FIND-ROW-STEP-EXIT.
    EXIT.

*****************************************************************
 Procedure to locate the batch's trailer record ('TRLR' in the   *
 leading 4 bytes), left current of run unit for the adjustment   *
*****************************************************************
APR-FIND-TRLR.
    MOVE 'N' TO WK-ROW-FOUND-SWITCH.
    MOVE 'N' TO WK-STG-EOF-SWITCH.
    OBTAIN FIRST COBLIS-STAGE WITHIN COBLIS-STAGE-AREA.
    IF DB-NOTFND
      SET WK-STG-EOF TO TRUE.
    PERFORM APR-FIND-TRLR-STEP THRU APR-FIND-TRLR-STEP-EXIT
      UNTIL WK-ROW-FOUND OR WK-STG-EOF.
APR-FIND-TRLR-EXIT.
    EXIT.

APR-FIND-TRLR-STEP.
    IF STG-BATCH-ID = WK-TGT-BATCH-ID
       AND STG-RECORD-DATA (1:4) = 'TRLR'
      SET WK-ROW-FOUND TO TRUE
      GO TO APR-FIND-TRLR-STEP-EXIT.
    OBTAIN NEXT COBLIS-STAGE WITHIN COBLIS-STAGE-AREA.
    IF DB-NOTFND
      SET WK-STG-EOF TO TRUE.
APR-FIND-TRLR-STEP-EXIT.
    EXIT.

*****************************************************************
 Procedure to back the deleted record out of the trailer's       *
 count and hash total, with its own audit rows. A trailer whose  *
 fields are themselves garbled is left alone - the re-edit will  *
 report it, and inventing numbers here would hide that.          *
*****************************************************************
APR-ADJUST-TRLR.
    MOVE STG-RECORD-DATA TO WK-TRLR-REC.
    IF WK-TRLR-COUNT NOT NUMERIC
      GO TO APR-ADJUST-TRLR-EXIT.

    MOVE 'TRLR-COUNT' TO WK-AUD-FIELD.
    MOVE WK-TRLR-COUNT TO WK-AUD-OLD.
    SUBTRACT 1 FROM WK-TRLR-COUNT-NUM.
    MOVE WK-TRLR-COUNT TO WK-AUD-NEW.
    PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.

    IF WK-TRLR-HASH NUMERIC
       AND WK-ROW-AMOUNT NUMERIC
      MOVE 'TRLR-HASH' TO WK-AUD-FIELD
      MOVE WK-TRLR-HASH TO WK-AUD-OLD
      SUBTRACT WK-ROW-AMOUNT-NUM FROM WK-TRLR-HASH-NUM
      MOVE WK-TRLR-HASH TO WK-AUD-NEW
      PERFORM APR-QUEUE-AUDIT THRU APR-QUEUE-AUDIT-EXIT.

    MOVE WK-TRLR-REC TO STG-RECORD-DATA.
    MODIFY COBLIS-STAGE.
APR-ADJUST-TRLR-EXIT.
    EXIT.

APR-BIZ-CLEAR-ONE.
    MOVE 0 TO BIZ-HOLIDAY (WK-HOL-SUB).
APR-BIZ-CLEAR-ONE-EXIT.
    EXIT.

*****************************************************************
 Procedure to queue one audit row, with its own type and key,    *
 until the record it describes has been updated                  *
*****************************************************************
APR-QUEUE-AUDIT.
    ADD 1 TO WK-PEND-COUNT.
    MOVE WK-AUD-TYPE  TO WK-PEND-TYPE (WK-PEND-COUNT).
    MOVE WK-AUD-KEY   TO WK-PEND-KEY (WK-PEND-COUNT).
    MOVE WK-AUD-FIELD TO WK-PEND-FIELD (WK-PEND-COUNT).
    MOVE WK-AUD-OLD   TO WK-PEND-OLD (WK-PEND-COUNT).
    MOVE WK-AUD-NEW   TO WK-PEND-NEW (WK-PEND-COUNT).
APR-QUEUE-AUDIT-EXIT.
    EXIT.

*****************************************************************
 Procedure to write the queued audit rows                        *
*****************************************************************
APR-FLUSH-AUDITS.
    PERFORM APR-FLUSH-ONE THRU APR-FLUSH-ONE-EXIT
      VARYING WK-PEND-SUB FROM 1 BY 1
      UNTIL WK-PEND-SUB GREATER THAN WK-PEND-COUNT.
APR-FLUSH-AUDITS-EXIT.
    EXIT.

APR-FLUSH-ONE.
    MOVE WK-PEND-TYPE (WK-PEND-SUB)  TO WK-AUD-TYPE.
    MOVE WK-PEND-KEY (WK-PEND-SUB)   TO WK-AUD-KEY.
    MOVE WK-PEND-FIELD (WK-PEND-SUB) TO WK-AUD-FIELD.
    MOVE WK-PEND-OLD (WK-PEND-SUB)   TO WK-AUD-OLD.
    MOVE WK-PEND-NEW (WK-PEND-SUB)   TO WK-AUD-NEW.
    PERFORM APR-WRITE-AUDIT THRU APR-WRITE-AUDIT-EXIT.
APR-FLUSH-ONE-EXIT.
    EXIT.

*****************************************************************
 Procedure to write one audit row: the maker who asked for the   *
 change and the checker deciding it, side by side, with the      *
 checker's terminal and the time of the decision.                *
*****************************************************************
APR-WRITE-AUDIT.
    MOVE WK-AUD-TYPE     TO AUD-RECORD-TYPE.
    MOVE WK-AUD-KEY      TO AUD-RECORD-KEY.
    MOVE WK-AUD-FIELD    TO AUD-FIELD-NAME.
    MOVE WK-AUD-OLD      TO AUD-OLD-VALUE.
    MOVE WK-AUD-NEW      TO AUD-NEW-VALUE.
    MOVE WK-MAKER-ID     TO AUD-OPERATOR-ID.
    MOVE WK-OPERATOR-ID  TO AUD-CHECKER-ID.
    MOVE WK-TERMINAL-ID  TO AUD-TERMINAL-ID.
    MOVE WK-TIMESTAMP    TO AUD-TIMESTAMP.
    STORE COBLIS-AUDIT.
APR-WRITE-AUDIT-EXIT.
    EXIT.

*****************************************************************

    COPY IDMS IDMS-STATUS.
IDMS-ABORT SECTION.
IDMS-ABORT-EXIT.
    EXIT.
