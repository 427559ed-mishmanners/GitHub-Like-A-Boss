 and nobody knew until the COBRPT01 report the next morning. This *
 task, scheduled on a short timer, evaluates the operator-tunable *
 rule records in COBLIS-ALERT-RULE - each names an end reason to  *
 watch (e.g. 'E' error-forced closes, 'T' token rejections, 'A'   *
 handshakes refused for their source address), a                 *
 count threshold, and a window in minutes - and when the count of *
 matching closes inside the window reaches the threshold, raises  *
 an operator alert while the problem is happening.                *
 window that already alerted has passed, so a sustained incident  *
 pages once per window, not once per timer pop. Thresholds are    *
 data, not code: ops tune a rule record, no program change.       *
 A rule that names a transaction code (RULE-TRAN-CODE) watches    *
 that code's handler failure rate instead of an end reason. Its   *
 counts come from the listener's hourly COBLIS-CODESTAT rows for  *
 the rule's service (RULE-SERVICE-ID, blank for COBLIS01): every  *
 hour from the one holding the window start through the current  *
 hour. RULE-THRESHOLD is then a failure percentage, and the rule  *
 stays quiet until at least RULE-MIN-VOLUME messages were routed, *
 so one failure out of one message never pages anybody.           *
*****************************************************************

IDENTIFICATION DIVISION.
01  COPY IDMS SUBSCHEMA-CTRL.
01  COPY IDMS RECORD COBLIS-ALERT-RULE.
01  COPY IDMS RECORD COBLIS-ACTIVITY.
01  COPY IDMS RECORD COBLIS-CODESTAT.

01  MSG60  PIC X(20) VALUE ' COBLIS ALERT      :'.
01  MSG61  PIC X(20) VALUE ' Rules evaluated   :'.
01  WK-QUOT          PIC S9(4) COMP.
01  WK-REM           PIC S9(4) COMP.
01  WK-MIN-OF-DAY    PIC S9(4) COMP.
01  WK-ROUTED-SUM    PIC S9(8) COMP.
01  WK-FAIL-SUM      PIC S9(8) COMP.
01  WK-FAIL-PCT      PIC S9(4) COMP.
01  WK-RULE-SERVICE  PIC X(08).
01  DEFAULT-SERVICE  PIC X(08) VALUE 'COBLIS01'.
01  WK-CUTOFF-DATE   PIC 9(08).
01  WK-CUTOFF-HH     PIC 9(02).

01  WK-RULE-EOF-SWITCH PIC X(01) VALUE 'N'.
  88  WK-RULE-EOF             VALUE 'Y'.
  88  WK-ACT-EOF              VALUE 'Y'.
01  WK-LEAP-SWITCH     PIC X(01).
  88  WK-LEAP-YEAR            VALUE 'Y'.
01  WK-HOUR-DONE-SWITCH PIC X(01).
  88  WK-HOUR-DONE            VALUE 'Y'.

01  WK-TIMESTAMP.
  03  WK-TS-DATE     PIC 9(08).
  03  WK-ALERT-MINS   PIC 9(04).
  03  FILLER          PIC X(04) VALUE ' MIN'.

01  WK-CODE-ALERT-LINE.
  03  WK-CALERT-RULE    PIC X(08).
  03  FILLER            PIC X(06) VALUE ' CODE '.
  03  WK-CALERT-CODE    PIC X(04).
  03  FILLER            PIC X(07) VALUE ' FAIL% '.
  03  WK-CALERT-PCT     PIC 9(03).
  03  FILLER            PIC X(04) VALUE ' OF '.
  03  WK-CALERT-ROUTED  PIC 9(07).
  03  FILLER            PIC X(04) VALUE ' IN '.
  03  WK-CALERT-MINS    PIC 9(04).
  03  FILLER            PIC X(04) VALUE ' MIN'.

01  WORKW.
  03  WORK-WCC       PIC X.
  03  WORK           PIC X(80).
    IF RULE-LAST-ALERT-TS GREATER THAN OR EQUAL TO WK-WINDOW-TS
      GO TO MON-EVAL-RULE-EXIT.

    IF RULE-TRAN-CODE NOT = SPACES
      PERFORM MON-EVAL-CODE-RULE THRU MON-EVAL-CODE-RULE-EXIT
      GO TO MON-EVAL-RULE-EXIT.

    MOVE 0 TO WK-HIT-COUNT.
    MOVE 'N' TO WK-ACT-EOF-SWITCH.

MON-EVAL-RULE-EXIT.
    EXIT.

*****************************************************************
 Procedure to evaluate a per-code failure-rate rule. The window   *
 start already built is kept as the cutoff hour, and the window   *
 fields are reused as a cursor walking back from the current hour *
 to it, one CALC probe of COBLIS-CODESTAT per hour. An hour with  *
 no row had no traffic for the code. The alert and last-alert     *
 stamp follow the end-reason rule exactly, including the rule     *
 re-OBTAIN the statistics probes make necessary.                  *
*****************************************************************
MON-EVAL-CODE-RULE.
    MOVE WK-WINDOW-DATE TO WK-CUTOFF-DATE.
    MOVE WK-WINDOW-HH   TO WK-CUTOFF-HH.
    MOVE WK-TS-DATE     TO WK-WINDOW-DATE.
    MOVE WK-TS-HH       TO WK-WINDOW-HH.
    IF RULE-SERVICE-ID = SPACES
      MOVE DEFAULT-SERVICE TO WK-RULE-SERVICE
    ELSE
      MOVE RULE-SERVICE-ID TO WK-RULE-SERVICE
      END-IF.

    MOVE 0 TO WK-ROUTED-SUM.
    MOVE 0 TO WK-FAIL-SUM.
    MOVE 'N' TO WK-HOUR-DONE-SWITCH.
    PERFORM MON-RATE-HOUR THRU MON-RATE-HOUR-EXIT
      UNTIL WK-HOUR-DONE.

    IF WK-ROUTED-SUM = 0
       OR WK-ROUTED-SUM LESS THAN RULE-MIN-VOLUME
      GO TO MON-EVAL-CODE-RULE-EXIT.
    COMPUTE WK-FAIL-PCT = WK-FAIL-SUM * 100 / WK-ROUTED-SUM.
    IF WK-FAIL-PCT LESS THAN RULE-THRESHOLD
      GO TO MON-EVAL-CODE-RULE-EXIT.

    MOVE RULE-ID          TO WK-CALERT-RULE.
    MOVE RULE-TRAN-CODE   TO WK-CALERT-CODE.
    MOVE WK-FAIL-PCT      TO WK-CALERT-PCT.
    MOVE WK-ROUTED-SUM    TO WK-CALERT-ROUTED.
    MOVE RULE-WINDOW-MINS TO WK-CALERT-MINS.
    MOVE WK-CODE-ALERT-LINE TO WORK.
    WRITE LOG MESSAGE ID 9060310
      PARMS FROM MSG60 LENGTH 20
            FROM WORKW LENGTH 52.

    MOVE WK-SAVE-RULE TO RULE-ID.
    OBTAIN CALC COBLIS-ALERT-RULE.
    MOVE WK-TIMESTAMP TO RULE-LAST-ALERT-TS.
    MODIFY COBLIS-ALERT-RULE.
    ADD 1 TO WK-ALERT-COUNT-T.
MON-EVAL-CODE-RULE-EXIT.
    EXIT.

*****************************************************************
 Procedure to add one hour's statistics row to the rule's sums   *
 and step the cursor back an hour, borrowing a calendar day at    *
 midnight. The cutoff hour is the last one read.                  *
*****************************************************************
MON-RATE-HOUR.
    MOVE WK-RULE-SERVICE TO CST-SERVICE-ID.
    MOVE RULE-TRAN-CODE  TO CST-TRAN-CODE.
    MOVE WK-WINDOW-DATE  TO CST-DATE.
    MOVE WK-WINDOW-HH    TO CST-HOUR.
    OBTAIN CALC COBLIS-CODESTAT.
    IF NOT DB-NOTFND
      ADD CST-ROUTED        TO WK-ROUTED-SUM
      ADD CST-HANDLER-FAILS TO WK-FAIL-SUM
      END-IF.

    IF WK-WINDOW-DATE NOT GREATER THAN WK-CUTOFF-DATE
       AND WK-WINDOW-HH NOT GREATER THAN WK-CUTOFF-HH
      SET WK-HOUR-DONE TO TRUE
      GO TO MON-RATE-HOUR-EXIT
      END-IF.
    IF WK-WINDOW-HH GREATER THAN 0
      SUBTRACT 1 FROM WK-WINDOW-HH
      GO TO MON-RATE-HOUR-EXIT
      END-IF.
    MOVE 23 TO WK-WINDOW-HH.
    PERFORM MON-PREVIOUS-DAY THRU MON-PREVIOUS-DAY-EXIT.
MON-RATE-HOUR-EXIT.
    EXIT.

*****************************************************************
 Procedure to tally one activity row against the current rule.   *
 The index walk only ever hands over rows at or past the window  *
