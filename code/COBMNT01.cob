       verbose flag, reaper idle minutes; blank fields are left   *
       unchanged. A missing config row is created.                *
   D - drain: set the flag to Y or N. A missing row is created.   *
       Held for approval - see below.                             *
   E - error diagnosis: add or replace the text for a reason      *
       code / errno pair.                                         *
   T - session payload trace: store or erase the COBLIS-TRCCTL    *
       service field is ignored for this type). The COBEDT01      *
       date edit and business-date stamping run off this record,  *
       so it is audited field by field like the config -          *
       month-end posting lives on these values. A change to the   *
       current business date itself must be keyed on its own and  *
       is held for approval; the other calendar fields apply at   *
       once.                                                      *
 Drain flag and business date changes are not applied here. Once *
 validated they are held as a COBLIS-PENDCHG row, status P, with *
 the maker's operator id, terminal and time and the value on     *
 file when they were asked for, and the request is audited under *
 record type PENDCHG. A different operator approves or rejects   *
 them on the COBAPRM approval screen, which applies an approved  *
 change with the same audit rows this transaction used to write. *
*****************************************************************

IDENTIFICATION DIVISION.
01  COPY IDMS RECORD COBLIS-OUTMSG.
01  COPY IDMS RECORD COBLIS-BIZDATE.
01  COPY IDMS RECORD COBLIS-AUDIT.
01  COPY IDMS RECORD COBLIS-PENDCHG.
01  COPY IDMS MAP COBMNTM.

01  MSG50  PIC X(30) VALUE 'CONFIG UPDATED                '.
01  MSG51  PIC X(30) VALUE 'NO FIELDS CHANGED             '.
01  MSG52  PIC X(30) VALUE 'DRAIN CHANGE HELD FOR APPROVAL'.
01  MSG53  PIC X(30) VALUE 'DRAIN FLAG MUST BE Y OR N     '.
01  MSG54  PIC X(30) VALUE 'DIAGNOSIS SAVED               '.
01  MSG55  PIC X(30) VALUE 'RSNCD AND ERRNO MUST BE NUMERIC'.
01  MSG76  PIC X(30) VALUE 'HOLIDAY ACTION MUST BE A OR D '.
01  MSG77  PIC X(30) VALUE 'HOLIDAY TABLE FULL            '.
01  MSG78  PIC X(30) VALUE 'HOLIDAY NOT ON FILE           '.
01  MSG79  PIC X(30) VALUE 'KEY BUS DATE ON ITS OWN       '.
01  MSG60  PIC X(30) VALUE 'BUS DATE HELD FOR APPROVAL    '.

01  ABSENT-MARK      PIC X(08) VALUE '*ABSENT*'.


01  WK-CHANGE-COUNT  PIC S9(4) COMP VALUE 0.

*****************************************************************
 A change held for approval. The id is the request timestamp,    *
 stepped on past any id already on file. The data carries the    *
 value asked for and the value on file when it was asked for, so *
 COBAPRM can tell at approval time whether it has moved since.   *
*****************************************************************
01  WK-PCH-ID        PIC 9(16).
01  WK-PCH-FUNCTION  PIC X(01).
01  WK-PCH-TARGET    PIC X(16).
01  WK-PCH-DESC      PIC X(40).
01  WK-PCH-DATA.
  03  WK-PCH-NEW     PIC X(33).
  03  WK-PCH-OLD     PIC X(33).
  03  FILLER         PIC X(14).

*****************************************************************
 Changes to a record already on file are queued here and their   *
 audit rows written only after the MODIFY - the audit STORE takes *
    GO TO MNT-SEND.

*****************************************************************
 Request a drain flag change - the record that decides whether   *
 brand new connections are refused. This is the flip that took   *
 the listener down unexplained last month, so one operator can   *
 no longer make it alone: it is held for a second operator's     *
 approval on COBAPRM, which creates a missing row as this        *
 transaction used to.                                            *
*****************************************************************
MNT-DRAIN.
    IF MNTM-DRAIN-IN NOT = 'Y' AND MNTM-DRAIN-IN NOT = 'N'
      MOVE MSG53 TO MNTM-MSG-OUT
      GO TO MNT-SEND.

    MOVE SPACES TO WK-PCH-DATA.
    MOVE WK-SERVICE TO DRAIN-ID.
    OBTAIN CALC COBLIS-DRAIN.
    IF DB-NOTFND
      MOVE ABSENT-MARK TO WK-PCH-OLD
    ELSE
      IF MNTM-DRAIN-IN = DRAIN-ACTIVE-FLAG
        MOVE MSG51 TO MNTM-MSG-OUT
        GO TO MNT-SEND
        END-IF
      MOVE DRAIN-ACTIVE-FLAG TO WK-PCH-OLD
      END-IF.

    MOVE MNTM-DRAIN-IN TO WK-PCH-NEW.
    MOVE 'D' TO WK-PCH-FUNCTION.
    MOVE WK-SERVICE TO WK-PCH-TARGET.
    MOVE SPACES TO WK-PCH-DESC.
    MOVE 'SET DRAIN FLAG TO ' TO WK-PCH-DESC (1:18).
    MOVE MNTM-DRAIN-IN TO WK-PCH-DESC (19:1).
    MOVE ' FOR ' TO WK-PCH-DESC (20:5).
    MOVE WK-SERVICE TO WK-PCH-DESC (25:8).
    PERFORM MNT-HOLD-CHANGE THRU MNT-HOLD-CHANGE-EXIT.
    MOVE MSG52 TO MNTM-MSG-OUT.
    GO TO MNT-SEND.

        END-IF
      END-IF.

*****************************************************************
 The business date itself moves only through maker-checker, and  *
 a held request carries one value, so it is keyed alone - mixed   *
 with other calendar fields it would be half applied, half held.  *
*****************************************************************
    IF MNTM-BIZDATE-IN NOT = SPACES
      IF MNTM-CUTOFF-IN NOT = SPACES
         OR MNTM-STALE-IN NOT = SPACES
         OR MNTM-SAT-IN NOT = SPACE
         OR MNTM-SUN-IN NOT = SPACE
         OR MNTM-HOLDATE-IN NOT = SPACES
        MOVE MSG79 TO MNTM-MSG-OUT
        GO TO MNT-SEND
        END-IF
      END-IF.

    MOVE 'BIZDATE'  TO WK-AUD-TYPE.

*****************************************************************
*****************************************************************
    MOVE 'COBLIS01' TO WK-AUD-KEY.

    IF MNTM-BIZDATE-IN NOT = SPACES
      GO TO MNT-BIZDATE-HOLD.

    MOVE 'N' TO WK-NEW-ROW-SWITCH.
    MOVE 'COBLIS01' TO BIZ-ID.
    OBTAIN CALC COBLIS-BIZDATE.
        END-IF
      END-IF.

    IF MNTM-CUTOFF-IN NOT = SPACES
      MOVE MNTM-CUTOFF-IN TO WK-NUM4
      IF WK-NUM4 NOT = BIZ-CUTOFF-TIME
      END-IF.
    GO TO MNT-SEND.

*****************************************************************
 Request a change of the current business date. The date on file *
 (or '*ABSENT*' when there is no calendar yet) is held with the  *
 request so an end-of-day roll in between makes it stale rather  *
 than overwritten on approval.                                   *
*****************************************************************
MNT-BIZDATE-HOLD.
    MOVE SPACES TO WK-PCH-DATA.
    MOVE MNTM-BIZDATE-IN TO WK-NUM8.
    MOVE WK-NUM8 TO WK-PCH-NEW (1:8).
    MOVE 'COBLIS01' TO BIZ-ID.
    OBTAIN CALC COBLIS-BIZDATE.
    IF DB-NOTFND
      MOVE ABSENT-MARK TO WK-PCH-OLD
    ELSE
      IF WK-NUM8 = BIZ-CURRENT-DATE
        MOVE MSG51 TO MNTM-MSG-OUT
        GO TO MNT-SEND
        END-IF
      MOVE BIZ-CURRENT-DATE TO WK-NUM8
      MOVE WK-NUM8 TO WK-PCH-OLD (1:8)
      END-IF.

    MOVE 'B' TO WK-PCH-FUNCTION.
    MOVE 'COBLIS01' TO WK-PCH-TARGET.
    MOVE SPACES TO WK-PCH-DESC.
    MOVE 'SET BUSINESS DATE ' TO WK-PCH-DESC (1:18).
    MOVE WK-PCH-OLD (1:8) TO WK-PCH-DESC (19:8).
    MOVE ' TO ' TO WK-PCH-DESC (27:4).
    MOVE WK-PCH-NEW (1:8) TO WK-PCH-DESC (31:8).
    PERFORM MNT-HOLD-CHANGE THRU MNT-HOLD-CHANGE-EXIT.
    MOVE MSG60 TO MNTM-MSG-OUT.
    GO TO MNT-SEND.

*****************************************************************
 Send the result message back to the operator                    *
*****************************************************************
MNT-OUTMSG-LEN-STEP-EXIT.
    EXIT.

*****************************************************************
 Procedure to hold a validated drain or business date change for *
 approval. The id is the request timestamp, stepped on by one    *
 past any pending row already holding it; the row is STOREd      *
 first and the request's audit row written after.                *
*****************************************************************
MNT-HOLD-CHANGE.
    MOVE WK-TIMESTAMP TO WK-PCH-ID.

MNT-HOLD-PROBE.
    MOVE WK-PCH-ID TO PCH-ID.
    OBTAIN CALC COBLIS-PENDCHG.
    IF NOT DB-NOTFND
      ADD 1 TO WK-PCH-ID
      GO TO MNT-HOLD-PROBE.

    MOVE WK-PCH-ID       TO PCH-ID.
    MOVE 'COBMNT01'      TO PCH-SOURCE.
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
    PERFORM MNT-WRITE-AUDIT THRU MNT-WRITE-AUDIT-EXIT.
MNT-HOLD-CHANGE-EXIT.
    EXIT.

*****************************************************************
 Procedure to queue one changed field's audit values until the   *
 record they belong to has been MODIFYed or STOREd               *
    MOVE WK-AUD-OLD      TO AUD-OLD-VALUE.
    MOVE WK-AUD-NEW      TO AUD-NEW-VALUE.
    MOVE WK-OPERATOR-ID  TO AUD-OPERATOR-ID.
    MOVE SPACES          TO AUD-CHECKER-ID.
    MOVE WK-TERMINAL-ID  TO AUD-TERMINAL-ID.
    MOVE WK-TIMESTAMP    TO AUD-TIMESTAMP.
    STORE COBLIS-AUDIT.
