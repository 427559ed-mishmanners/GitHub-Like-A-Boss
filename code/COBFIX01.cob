       COBSESSV-fashion. Blank function also lists.               *
   U - update the record named by FIXM-SEQ-IN: any non-blank      *
       date, account, type, or amount field replaces what is      *
       staged; blank fields are left alone. Held for approval -   *
       see below. The sender's trailer                            *
       is deliberately NOT adjusted - the whole point of the      *
       re-edit is that a corrected record must reconcile against  *
       the control totals the sender actually transmitted.        *
       trailer count is decremented, a numeric amount is backed   *
       out of the trailer hash, and the header record count is    *
       reduced - otherwise the re-edit could never reconcile.     *
       Held for approval - see below.                             *
   R - resubmit: flip the header back to 'R' so the next          *
       COBEDT01 run re-edits and re-reconciles the batch. A       *
       batch the edit held as a duplicate suspect ('S') may be    *
       edit held in status 'S' for cross-batch duplicates and     *
       judged it genuine, so it is released straight to 'A' for   *
       the posting run. Only a suspect can be accepted here -     *
       nothing skips the edit itself. Held for approval.          *
 U, D and A are financial changes one operator may not make      *
 alone. They are validated here and then held as a COBLIS-       *
 PENDCHG row, status P, with the maker's operator id, terminal   *
 and time, the values asked for and the record as it stood; the  *
 request itself is audited under record type PENDCHG. Nothing    *
 touches the batch until a different operator approves the       *
 change on the COBAPRM approval screen, which applies it then.   *
 Resubmit (R) and list (L) take effect at once as before.        *
 These are financial records, so every change is audited the     *
 way COBMNT01 audits control-record changes: one COBLIS-AUDIT    *
 row per changed field - old value, new value, operator id,      *
01  COPY IDMS RECORD COBLIS-BATCH.
01  COPY IDMS RECORD COBLIS-STAGE.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS RECORD COBLIS-PENDCHG.
01  COPY IDMS MAP COBFIXM.

01  MSG70  PIC X(30) VALUE 'UPDATE HELD FOR APPROVAL      '.
01  MSG71  PIC X(30) VALUE 'DELETE HELD FOR APPROVAL      '.
01  MSG72  PIC X(30) VALUE 'BATCH RESUBMITTED FOR EDIT    '.
01  MSG73  PIC X(30) VALUE 'BATCH ID REQUIRED             '.
01  MSG74  PIC X(30) VALUE 'BATCH NOT ON FILE             '.
01  MSG80  PIC X(30) VALUE 'DATE MUST BE NUMERIC          '.
01  MSG81  PIC X(30) VALUE 'TYPE MUST BE DR OR CR         '.
01  MSG82  PIC X(30) VALUE 'AMOUNT MUST BE NUMERIC        '.
01  MSG83  PIC X(30) VALUE 'RELEASE HELD FOR APPROVAL     '.
01  MSG84  PIC X(30) VALUE 'BATCH IS NOT SUSPECT          '.
01  MSG85  PIC X(30) VALUE 'BATCH NOT REJECTED OR SUSPECT '.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.

01  WK-OPERATOR-ID   PIC X(08).
01  WK-TERMINAL-ID   PIC X(08).
                     PIC 9(11)V9(02).
  03  FILLER         PIC X(47).

*****************************************************************
 A change held for approval. The id is the request timestamp,    *
 stepped on past any id already on file. The data carries the    *
 fields keyed (blank = unchanged) and the record as it stood, so *
 COBAPRM can tell at approval time whether anyone changed the    *
 record in between.                                              *
*****************************************************************
01  WK-PCH-ID        PIC 9(16).
01  WK-PCH-FUNCTION  PIC X(01).
01  WK-PCH-TARGET    PIC X(16).
01  WK-PCH-DESC      PIC X(40).
01  WK-PCH-DATA.
  03  WK-PCH-NEW     PIC X(33).
  03  WK-PCH-OLD     PIC X(33).
  03  FILLER         PIC X(14).

PROCEDURE DIVISION.

    GO TO FIX-SEND.

*****************************************************************
 Request an update to one staged record. A rejected batch ('J')  *
 or a duplicate suspect ('S') may be repaired - correcting the   *
 doubled record is exactly how a reviewed suspect gets fixed     *
 before resubmit. Each non-blank input field must pass its edit, *
 and at least one must differ from what is staged; the record as *
 it would read afterwards is shown in the pending description.   *
 COBAPRM applies the change, field-by-field audited, once a      *
 second operator approves it.                                    *
*****************************************************************
FIX-UPDATE.
    IF BAT-STATUS NOT = 'J' AND BAT-STATUS NOT = 'S'
      MOVE MSG77 TO FIXM-MSG-OUT
      GO TO FIX-SEND.

    MOVE STG-RECORD-DATA TO WK-ROW-REC.
    MOVE SPACES TO WK-PCH-DATA.
    MOVE WK-ROW-REC (1:33) TO WK-PCH-OLD.
    MOVE FIXM-DATE-IN TO WK-PCH-NEW (1:8).
    MOVE FIXM-ACCT-IN TO WK-PCH-NEW (9:10).
    MOVE FIXM-TYPE-IN TO WK-PCH-NEW (19:2).
    MOVE FIXM-AMT-IN  TO WK-PCH-NEW (21:13).
    IF FIXM-DATE-IN NOT = SPACES
      MOVE FIXM-DATE-IN TO WK-ROW-DATE.
    IF FIXM-ACCT-IN NOT = SPACES
      MOVE FIXM-ACCT-IN TO WK-ROW-ACCOUNT.
    IF FIXM-TYPE-IN NOT = SPACES
      MOVE FIXM-TYPE-IN TO WK-ROW-TYPE.
    IF FIXM-AMT-IN NOT = SPACES
      MOVE FIXM-AMT-IN TO WK-ROW-AMOUNT.

    IF WK-ROW-REC (1:33) = WK-PCH-OLD
      MOVE MSG78 TO FIXM-MSG-OUT
      GO TO FIX-SEND.

    MOVE 'U' TO WK-PCH-FUNCTION.
    PERFORM FIX-BUILD-AUD-KEY THRU FIX-BUILD-AUD-KEY-EXIT.
    MOVE WK-AUD-KEY TO WK-PCH-TARGET.
    MOVE SPACES TO WK-PCH-DESC.
    MOVE 'UPD ' TO WK-PCH-DESC (1:4).
    MOVE WK-ROW-REC (1:33) TO WK-PCH-DESC (5:33).
    PERFORM FIX-HOLD-CHANGE THRU FIX-HOLD-CHANGE-EXIT.
    MOVE MSG70 TO FIXM-MSG-OUT.
    GO TO FIX-SEND.

*****************************************************************
 Request the outright delete of one staged record. On approval   *
 COBAPRM erases it and backs it out of the sender's trailer      *
 count and hash and the header's record count, so the re-edit    *
 can still reconcile the shortened batch.                        *
*****************************************************************
FIX-DELETE.
    IF BAT-STATUS NOT = 'J' AND BAT-STATUS NOT = 'S'
      MOVE MSG77 TO FIXM-MSG-OUT
      GO TO FIX-SEND.

    MOVE STG-RECORD-DATA TO WK-ROW-REC.
    MOVE SPACES TO WK-PCH-DATA.
    MOVE WK-ROW-REC (1:33) TO WK-PCH-OLD.
    MOVE 'D' TO WK-PCH-FUNCTION.
    PERFORM FIX-BUILD-AUD-KEY THRU FIX-BUILD-AUD-KEY-EXIT.
    MOVE WK-AUD-KEY TO WK-PCH-TARGET.
    MOVE SPACES TO WK-PCH-DESC.
    MOVE 'DEL ' TO WK-PCH-DESC (1:4).
    MOVE WK-ROW-REC (1:33) TO WK-PCH-DESC (5:33).
    PERFORM FIX-HOLD-CHANGE THRU FIX-HOLD-CHANGE-EXIT.
    MOVE MSG71 TO FIXM-MSG-OUT.
    GO TO FIX-SEND.

    GO TO FIX-SEND.

*****************************************************************
 Request the release of a reviewed suspect straight to accepted. *
 Only a batch the edit held in 'S' qualifies - this is a review  *
 verdict, not a way around the edit - and on approval COBAPRM    *
 audits the flip like any other status change.                   *
*****************************************************************
FIX-RELEASE.
    IF BAT-STATUS NOT = 'S'
      MOVE MSG84 TO FIXM-MSG-OUT
      GO TO FIX-SEND.

    MOVE SPACES TO WK-PCH-DATA.
    MOVE BAT-STATUS TO WK-PCH-OLD.
    MOVE 'A' TO WK-PCH-NEW.
    MOVE 'A' TO WK-PCH-FUNCTION.
    MOVE SPACES TO WK-PCH-TARGET.
    MOVE FIXM-BATCH-IN TO WK-PCH-TARGET (1:8).
    MOVE 'RELEASE SUSPECT BATCH TO ACCEPTED' TO WK-PCH-DESC.
    PERFORM FIX-HOLD-CHANGE THRU FIX-HOLD-CHANGE-EXIT.
    MOVE MSG83 TO FIXM-MSG-OUT.
    GO TO FIX-SEND.

    EXIT.

*****************************************************************
 Procedure to hold a validated U, D or A change for approval.    *
 The id is the request timestamp, stepped on by one past any     *
 pending row already holding it; the row is STOREd first and     *
 the request's audit row written after.                          *
*****************************************************************
FIX-HOLD-CHANGE.
    MOVE WK-TIMESTAMP TO WK-PCH-ID.

FIX-HOLD-PROBE.
    MOVE WK-PCH-ID TO PCH-ID.
    OBTAIN CALC COBLIS-PENDCHG.
    IF NOT DB-NOTFND
      ADD 1 TO WK-PCH-ID
      GO TO FIX-HOLD-PROBE.

    MOVE WK-PCH-ID       TO PCH-ID.
    MOVE 'COBFIX01'      TO PCH-SOURCE.
    MOVE WK-PCH-FUNCTION TO PCH-FUNCTION.
    MOVE WK-PCH-TARGET   TO PCH-TARGET.
    MOVE 'P'             TO PCH-STATUS.
    MOVE WK-PCH-DESC     TO PCH-DESC.
    MOVE WK-PCH-DATA     TO PCH-DATA.
    MOVE WK-OPERATOR-ID  TO PCH-REQ-OPERATOR.
    MOVE WK-TERMINAL-ID  TO PCH-REQ-TERMINAL.
    MOVE WK-TIMESTAMP    TO PCH-REQ-TS.
    MOVE SPACES          TO PCH-CHK-OPERATOR.
    MOVE SPACES          TO PCH-CHK-TERMINAL.
    MOVE 0               TO PCH-CHK-TS.
    STORE COBLIS-PENDCHG.

    MOVE 'PENDCHG'   TO WK-AUD-TYPE.
    MOVE WK-PCH-ID   TO WK-AUD-KEY.
    MOVE 'REQUESTED' TO WK-AUD-FIELD.
    MOVE ABSENT-MARK TO WK-AUD-OLD.
    MOVE WK-PCH-DESC TO WK-AUD-NEW.
    PERFORM FIX-WRITE-AUDIT THRU FIX-WRITE-AUDIT-EXIT.
FIX-HOLD-CHANGE-EXIT.
    EXIT.

*****************************************************************
    MOVE WK-AUD-OLD      TO AUD-OLD-VALUE.
    MOVE WK-AUD-NEW      TO AUD-NEW-VALUE.
    MOVE WK-OPERATOR-ID  TO AUD-OPERATOR-ID.
    MOVE SPACES          TO AUD-CHECKER-ID.
    MOVE WK-TERMINAL-ID  TO AUD-TERMINAL-ID.
    MOVE WK-TIMESTAMP    TO AUD-TIMESTAMP.
    STORE COBLIS-AUDIT.
