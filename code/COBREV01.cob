000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBREV01.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - CONTROLLED REVERSAL OF ONE
001100*                POSTED BULK BATCH, WITH ITS OWN REVERSAL
001200*                REGISTER FOR THE BALANCING CLERKS.
001210* 10/15/26  DLJ  STATUS AUDIT ROW CARRIES A BLANK CHECKER ID.
001220* 10/15/26  DLJ  REFUSE A BATCH WITH NO JOURNAL ENTRIES TO BACK
001230*                OUT - REVERSING IT WOULD DROP ITS TXNKEY ROWS
001240*                WHILE ITS POSTINGS STAND.
001300*================================================================
001400*
001500*****************************************************************
001600* COBREV01 BACKS OUT ONE BATCH THAT COBPST01 HAS POSTED (HEADER  *
001700* STATUS 'P'). IT WALKS THE BATCH'S COBLIS-JOURNAL ENTRIES ON    *
001800* THE IX-JOURNAL-BATCH INDEX - THE EXACT POSTINGS THE BATCH      *
001900* MADE, INCLUDING ANY OF ITS RECORDS THAT POSTED LATER OFF THE   *
002000* SUSPENSE FILE - AND POSTS A CONTRA ENTRY FOR EACH: A 'CR' IS   *
002100* TAKEN BACK OFF THE BALANCE AS A 'DR' AND A 'DR' PUT BACK AS A  *
002200* 'CR'. EVERY CONTRA IS JOURNALLED (SOURCE 'R') UNDER THE SAME   *
002300* BATCH ID AND RECORD SEQUENCE, ON THE CURRENT BUSINESS DATE.    *
002400* CONTRAS POST WHATEVER THE ACCOUNT'S STATUS OR LIMIT - THEY     *
002500* ONLY UNDO WHAT WAS ALREADY POSTED - BUT A CONTRA TO AN ACCOUNT *
002600* THAT IS NO LONGER OPEN IS NOTED ON THE REGISTER.               *
002700*                                                                *
002800* THE BATCH'S OPEN SUSPENSE ITEMS ARE CANCELLED (STATUS 'X') SO  *
002900* THE COBPST01 RETRY CAN NEVER POST THEM, AND ITS COBLIS-TXNKEY  *
003000* ROWS ARE ERASED SO A CORRECTED RESUBMISSION IS NOT HELD AS A   *
003100* DUPLICATE. THE HEADER GOES TO STATUS 'X' (REVERSED), WHICH     *
003200* COBBST01 REPORTS TO THE BRANCH; NOTHING EDITS, POSTS OR        *
003300* RESUBMITS AN 'X' BATCH, SO IT CAN NEVER BE POSTED AGAIN. THE   *
003400* STATUS CHANGE IS WRITTEN TO COBLIS-AUDIT UNDER THE OPERATOR    *
003500* WHO ASKED FOR THE REVERSAL.                                    *
003600*                                                                *
003700* THE WHOLE REVERSAL IS ONE RUN UNIT INTERVAL WITH ONE COMMIT.   *
003800* A FIRST PASS CHECKS EVERY ACCOUNT IS STILL ON THE MASTER       *
003900* BEFORE ANYTHING IS TOUCHED; AN ABEND PART-WAY ROLLS EVERYTHING *
004000* BACK AND LEAVES THE BATCH 'P' FOR THE RERUN.                   *
004100*                                                                *
004200* SYSIN PARM CARD: BATCH ID IN COLS 1-8 AND THE REQUESTING       *
004300* OPERATOR ID IN COLS 10-17, BOTH REQUIRED.                      *
004400*****************************************************************
004500*
004600 ENVIRONMENT DIVISION.
004700 IDMS-CONTROL SECTION.
004800 PROTOCOL.      MODE IS BATCH
004900                IDMS-RECORDS MANUAL.
005000*
005100 CONFIGURATION SECTION.
005200 SOURCE-COMPUTER.   IBM-ZSERIES.
005300 OBJECT-COMPUTER.   IBM-ZSERIES.
005400 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005500*
005600 INPUT-OUTPUT SECTION.
005700 FILE-CONTROL.
005800     SELECT RPT-FILE ASSIGN TO RPTFILE
005900         ORGANIZATION IS SEQUENTIAL.
006000 DATA DIVISION.
006100*
006200 FILE SECTION.
006300*
006400 FD  RPT-FILE
006500     RECORDING MODE IS F
006600     LABEL RECORDS ARE STANDARD.
006700 01  RPT-RECORD           PIC X(133).
006800*
006900 WORKING-STORAGE SECTION.
007000*
007100 01  COPY IDMS SUBSCHEMA-CTRL.
007200 01  COPY IDMS RECORD COBLIS-BATCH.
007300 01  COPY IDMS RECORD COBLIS-ACCOUNT.
007400 01  COPY IDMS RECORD COBLIS-JOURNAL.
007500 01  COPY IDMS RECORD COBLIS-SUSPENSE.
007600 01  COPY IDMS RECORD COBLIS-TXNKEY.
007700 01  COPY IDMS RECORD COBLIS-BIZDATE.
007800 01  COPY IDMS RECORD COBLIS-AUDIT.
007900*
008000*****************************************************************
008100* SWITCHES                                                       *
008200*****************************************************************
008300 01  WS-SWITCHES.
008400     05  WS-REFUSED-SW        PIC X(01) VALUE 'N'.
008500         88  WS-REFUSED                  VALUE 'Y'.
008600     05  WS-JRN-EOF-SW        PIC X(01) VALUE 'N'.
008700         88  WS-JRN-EOF                  VALUE 'Y'.
008800     05  WS-SUS-EOF-SW        PIC X(01) VALUE 'N'.
008900         88  WS-SUS-EOF                  VALUE 'Y'.
009000     05  WS-KEY-EOF-SW        PIC X(01) VALUE 'N'.
009100         88  WS-KEY-EOF                  VALUE 'Y'.
009200*
009300*****************************************************************
009400* PARM CARD - BATCH ID COLS 1-8, OPERATOR ID COLS 10-17          *
009500*****************************************************************
009600 01  WS-PARM-CARD.
009700     05  WS-PARM-BATCH-ID     PIC X(08).
009800     05  FILLER               PIC X(01).
009900     05  WS-PARM-OPERATOR     PIC X(08).
010000     05  FILLER               PIC X(63).
010100*
010200 77  WS-CUR-BATCH-ID          PIC X(08).
010300 77  WS-REV-BUSDATE           PIC 9(08).
010400 77  WS-JRN-DBKEY             PIC S9(08) COMP.
010500 77  WS-ORIG-ACCOUNT          PIC X(10).
010600 77  WS-ORIG-SEQ              PIC 9(07).
010700 77  WS-ORIG-TYPE             PIC X(02).
010800 77  WS-ORIG-AMOUNT           PIC 9(11)V9(02).
010900 77  WS-CONTRA-TYPE           PIC X(02).
011000*
011100 01  WS-RUN-TS.
011200     05  WS-RUN-TS-DATE       PIC 9(08).
011300     05  WS-RUN-TS-TIME       PIC 9(08).
011400*
011500*****************************************************************
011600* ACCUMULATORS                                                   *
011700*****************************************************************
011800 77  WS-ENTRIES-TO-REVERSE    PIC 9(07) COMP VALUE ZERO.
011900 77  WS-ACCOUNTS-MISSING      PIC 9(07) COMP VALUE ZERO.
012000 77  WS-RECORDS-REVERSED      PIC 9(07) COMP VALUE ZERO.
012100 77  WS-SUSPENSE-CANCELLED    PIC 9(07) COMP VALUE ZERO.
012200 77  WS-KEYS-REMOVED          PIC 9(07) COMP VALUE ZERO.
012300 77  WS-REV-DR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
012400 77  WS-REV-CR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
012500*
012600*****************************************************************
012700* REPORT LINES - SAME LAYOUT AS THE COBPST01 POSTING REGISTER    *
012800*****************************************************************
012900 01  HDG-LINE-1.
013000     05  FILLER               PIC X(42)
013100         VALUE 'COBLIS BULK BATCH REVERSAL REGISTER'.
013200 01  HDG-LINE-2.
013300     05  FILLER               PIC X(13) VALUE 'REPORT DATE: '.
013400     05  HDG-DATE             PIC 9(08).
013500     05  FILLER               PIC X(15) VALUE '  REQUESTED BY '.
013600     05  HDG-OPERATOR         PIC X(08).
013700 01  BAT-HDG-LINE.
013800     05  FILLER               PIC X(07) VALUE 'BATCH: '.
013900     05  BAT-HDG-ID           PIC X(08).
014000     05  FILLER               PIC X(10) VALUE '  CLIENT: '.
014100     05  BAT-HDG-CLIENT       PIC X(08).
014200     05  FILLER               PIC X(11) VALUE '  RECORDS: '.
014300     05  BAT-HDG-COUNT        PIC ZZZZZZ9.
014400     05  FILLER               PIC X(11) VALUE '  BUSDATE: '.
014500     05  BAT-HDG-BUSDATE      PIC 9(08).
014600 01  REG-LINE.
014700     05  FILLER               PIC X(08) VALUE '  SEQ = '.
014800     05  REG-SEQ              PIC ZZZZZZ9.
014900     05  FILLER               PIC X(02) VALUE SPACES.
015000     05  REG-ACCOUNT          PIC X(10).
015100     05  FILLER               PIC X(02) VALUE SPACES.
015200     05  REG-TYPE             PIC X(02).
015300     05  FILLER               PIC X(02) VALUE SPACES.
015400     05  REG-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015500     05  FILLER               PIC X(09) VALUE '  NEWBAL '.
015600     05  REG-NEW-BAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
015700     05  FILLER               PIC X(02) VALUE SPACES.
015800     05  REG-NOTE             PIC X(20).
015900 01  REFUSE-LINE.
016000     05  FILLER               PIC X(19)
016050         VALUE 'REVERSAL REFUSED - '.
016100     05  REFUSE-REASON        PIC X(50).
016200 01  DTL-LINE.
016300     05  DTL-LABEL            PIC X(40).
016400     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
016500 01  DTL-AMT-LINE.
016600     05  DTL-AMT-LABEL        PIC X(40).
016700     05  DTL-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
016800*
016900 PROCEDURE DIVISION.
017000*
017100*****************************************************************
017200* 0000-MAINLINE                                                 *
017300*****************************************************************
017400 0000-MAINLINE.
017500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017600     IF NOT WS-REFUSED
017700         PERFORM 2000-VERIFY-BATCH THRU 2000-EXIT
017800     END-IF.
017900     IF NOT WS-REFUSED
018000         PERFORM 3000-REVERSE-BATCH THRU 3000-EXIT
018100         PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT
018200     END-IF.
018300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
018400     GOBACK.
018500*
018600*****************************************************************
018700* 1000-INITIALIZE - READ THE PARM CARD AND THE BATCH HEADER AND  *
018800* REFUSE ANYTHING THAT IS NOT A POSTED BATCH                     *
018900*****************************************************************
019000 1000-INITIALIZE.
019100     OPEN OUTPUT RPT-FILE.
019200     ACCEPT HDG-DATE FROM DATE YYYYMMDD.
019300     ACCEPT WS-RUN-TS-DATE FROM DATE YYYYMMDD.
019400     ACCEPT WS-RUN-TS-TIME FROM TIME.
019500     MOVE SPACES TO WS-PARM-CARD.
019600     ACCEPT WS-PARM-CARD.
019700     MOVE WS-PARM-OPERATOR TO HDG-OPERATOR.
019800     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
019900     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
020000     MOVE SPACES TO RPT-RECORD.
020100     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
020200*
020300     IF WS-PARM-BATCH-ID = SPACES
020400         OR WS-PARM-OPERATOR = SPACES
020500         MOVE 'BATCH ID AND OPERATOR ID ARE BOTH REQUIRED'
020600             TO REFUSE-REASON
020700         GO TO 1000-REFUSE
020800     END-IF.
020900     MOVE WS-PARM-BATCH-ID TO WS-CUR-BATCH-ID.
021000     MOVE WS-CUR-BATCH-ID TO BAT-BATCH-ID.
021100     OBTAIN CALC COBLIS-BATCH.
021200     IF DB-NOTFND
021300         MOVE 'BATCH NOT ON FILE' TO REFUSE-REASON
021400         GO TO 1000-REFUSE
021500     END-IF.
021600     MOVE BAT-BATCH-ID      TO BAT-HDG-ID.
021700     MOVE BAT-CLIENT-ID     TO BAT-HDG-CLIENT.
021800     MOVE BAT-RECORD-COUNT  TO BAT-HDG-COUNT.
021900     MOVE BAT-BUSINESS-DATE TO BAT-HDG-BUSDATE.
022000     WRITE RPT-RECORD FROM BAT-HDG-LINE AFTER ADVANCING 1 LINE.
022100     IF BAT-STATUS = 'X'
022200         MOVE 'BATCH IS ALREADY REVERSED' TO REFUSE-REASON
022300         GO TO 1000-REFUSE
022400     END-IF.
022500     IF BAT-STATUS NOT = 'P'
022600         MOVE 'ONLY A POSTED (STATUS P) BATCH CAN BE REVERSED'
022700             TO REFUSE-REASON
022800         GO TO 1000-REFUSE
022900     END-IF.
023000*
023100     MOVE WS-RUN-TS-DATE TO WS-REV-BUSDATE.
023200     MOVE 'COBLIS01' TO BIZ-ID.
023300     OBTAIN CALC COBLIS-BIZDATE.
023400     IF NOT DB-NOTFND
023500         AND BIZ-CURRENT-DATE GREATER THAN ZERO
023600         MOVE BIZ-CURRENT-DATE TO WS-REV-BUSDATE
023700     END-IF.
023800     GO TO 1000-EXIT.
023900 1000-REFUSE.
024000     SET WS-REFUSED TO TRUE.
024100     WRITE RPT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES.
024200 1000-EXIT.
024300     EXIT.
024400*
024500*****************************************************************
024600* 2000-VERIFY-BATCH - FIRST PASS OVER THE BATCH'S JOURNAL        *
024700* ENTRIES: COUNT THEM AND MAKE SURE EVERY ACCOUNT IS STILL ON    *
024800* THE MASTER, SO THE REVERSAL NEVER STOPS HALF-DONE. A BATCH    *
024810* POSTED BEFORE THE JOURNAL WAS KEPT HAS NO ENTRIES TO BACK OUT; *
024820* IT IS REFUSED, SINCE FLIPPING IT TO 'X' AND ERASING ITS        *
024830* TXNKEY ROWS WOULD LET THE SAME MONEY BE SENT AND POSTED AGAIN. *
024900*****************************************************************
025000 2000-VERIFY-BATCH.
025100     PERFORM 2200-POSITION-JOURNAL THRU 2200-EXIT.
025200     PERFORM 2100-VERIFY-ENTRY THRU 2100-EXIT
025300         UNTIL WS-JRN-EOF.
025310     IF WS-ENTRIES-TO-REVERSE = ZERO
025320         MOVE 'NO JOURNAL ENTRIES FOR BATCH - CANNOT REVERSE'
025330             TO REFUSE-REASON
025340         SET WS-REFUSED TO TRUE
025350         WRITE RPT-RECORD FROM REFUSE-LINE
025360             AFTER ADVANCING 2 LINES
025370         GO TO 2000-EXIT
025380     END-IF.
025400     IF WS-ACCOUNTS-MISSING GREATER THAN ZERO
025500         MOVE 'POSTED ACCOUNTS NO LONGER ON THE MASTER'
025600             TO REFUSE-REASON
025700         SET WS-REFUSED TO TRUE
025800         WRITE RPT-RECORD FROM REFUSE-LINE
025900             AFTER ADVANCING 2 LINES
026000         MOVE 'ACCOUNTS MISSING:' TO DTL-LABEL
026100         MOVE WS-ACCOUNTS-MISSING TO DTL-VALUE
026200         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
026300     END-IF.
026400 2000-EXIT.
026500     EXIT.
026600*
026700*****************************************************************
026800* 2100-VERIFY-ENTRY - ONE JOURNAL ENTRY PER CALL; THE WALK ENDS  *
026900* AT THE FIRST ENTRY OF ANOTHER BATCH                            *
027000*****************************************************************
027100 2100-VERIFY-ENTRY.
027200     IF JRN-BATCH-ID NOT = WS-CUR-BATCH-ID
027300         SET WS-JRN-EOF TO TRUE
027400         GO TO 2100-EXIT
027500     END-IF.
027600     IF JRN-SOURCE NOT = 'R'
027700         ADD 1 TO WS-ENTRIES-TO-REVERSE
027800         MOVE JRN-ACCOUNT TO ACCT-NUMBER
027900         OBTAIN CALC COBLIS-ACCOUNT
028000         IF DB-NOTFND
028100             ADD 1 TO WS-ACCOUNTS-MISSING
028200             MOVE JRN-RECORD-SEQ TO REG-SEQ
028300             MOVE JRN-ACCOUNT    TO REG-ACCOUNT
028400             MOVE JRN-TXN-TYPE   TO REG-TYPE
028500             MOVE JRN-AMOUNT     TO REG-AMOUNT
028600             MOVE ZERO           TO REG-NEW-BAL
028700             MOVE 'NOT ON MASTER' TO REG-NOTE
028800             WRITE RPT-RECORD FROM REG-LINE
028900                 AFTER ADVANCING 1 LINE
029000         END-IF
029100     END-IF.
029200     OBTAIN NEXT COBLIS-JOURNAL WITHIN IX-JOURNAL-BATCH.
029300     IF DB-NOTFND
029400         SET WS-JRN-EOF TO TRUE
029500     END-IF.
029600 2100-EXIT.
029700     EXIT.
029800*
029900*****************************************************************
030000* 2200-POSITION-JOURNAL - POSITION ON THE BATCH'S FIRST JOURNAL  *
030100* ENTRY ON THE IX-JOURNAL-BATCH INDEX; A MISS MEANS THE BATCH    *
030200* POSTED NOTHING (EVERY RECORD WENT TO SUSPENSE)                 *
030300*****************************************************************
030400 2200-POSITION-JOURNAL.
030500     MOVE 'N' TO WS-JRN-EOF-SW.
030600     MOVE WS-CUR-BATCH-ID TO JRN-BATCH-ID.
030700     OBTAIN COBLIS-JOURNAL WITHIN IX-JOURNAL-BATCH
030800         USING JRN-BATCH-ID.
030900     IF DB-NOTFND
031000         SET WS-JRN-EOF TO TRUE
031100     END-IF.
031200 2200-EXIT.
031300     EXIT.
031400*
031500*****************************************************************
031600* 3000-REVERSE-BATCH - POST THE CONTRAS, CANCEL THE BATCH'S OPEN *
031700* SUSPENSE ITEMS, ERASE ITS DUPLICATE-DETECTION KEYS, FLIP THE   *
031800* HEADER TO 'X' WITH ITS AUDIT ROW, AND COMMIT IT ALL AS ONE     *
031900* PIECE                                                          *
032000*****************************************************************
032100 3000-REVERSE-BATCH.
032200     PERFORM 2200-POSITION-JOURNAL THRU 2200-EXIT.
032300     PERFORM 3100-REVERSE-ENTRY THRU 3100-EXIT
032400         UNTIL WS-JRN-EOF.
032500*
032600     OBTAIN FIRST COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
032700     IF DB-NOTFND
032800         SET WS-SUS-EOF TO TRUE
032900     END-IF.
033000     PERFORM 3200-CANCEL-SUSPENSE THRU 3200-EXIT
033100         UNTIL WS-SUS-EOF.
033200*
033300     PERFORM 3300-SCRUB-KEYS THRU 3300-EXIT.
033400*
033500     MOVE WS-CUR-BATCH-ID TO BAT-BATCH-ID.
033600     OBTAIN CALC COBLIS-BATCH.
033700     MOVE 'X' TO BAT-STATUS.
033800     MODIFY COBLIS-BATCH.
033900     PERFORM 3500-WRITE-AUDIT THRU 3500-EXIT.
034000     COMMIT.
034100 3000-EXIT.
034200     EXIT.
034300*
034400*****************************************************************
034500* 3100-REVERSE-ENTRY - POST THE CONTRA FOR ONE JOURNAL ENTRY.    *
034600* STORING THE CONTRA'S OWN JOURNAL ENTRY MAKES IT CURRENT OF THE *
034700* IX-JOURNAL-BATCH INDEX, SO THE ENTRY BEING REVERSED IS RE-     *
034800* OBTAINED BY ITS DB-KEY AFTERWARDS TO PUT THE WALK BACK WHERE   *
034900* IT WAS. CONTRAS LAND AT THE END OF THE BATCH'S ENTRIES, AND    *
035000* THE WALK STEPS OVER THEM BY THEIR 'R' SOURCE.                  *
035100*****************************************************************
035200 3100-REVERSE-ENTRY.
035300     IF JRN-BATCH-ID NOT = WS-CUR-BATCH-ID
035400         SET WS-JRN-EOF TO TRUE
035500         GO TO 3100-EXIT
035600     END-IF.
035700     IF JRN-SOURCE = 'R'
035800         GO TO 3100-NEXT
035900     END-IF.
036000     ACCEPT WS-JRN-DBKEY FROM COBLIS-JOURNAL CURRENCY.
036100     MOVE JRN-ACCOUNT    TO WS-ORIG-ACCOUNT.
036200     MOVE JRN-RECORD-SEQ TO WS-ORIG-SEQ.
036300     MOVE JRN-TXN-TYPE   TO WS-ORIG-TYPE.
036400     MOVE JRN-AMOUNT     TO WS-ORIG-AMOUNT.
036500*
036600     MOVE WS-ORIG-ACCOUNT TO ACCT-NUMBER.
036700     OBTAIN CALC COBLIS-ACCOUNT.
036800     IF WS-ORIG-TYPE = 'CR'
036900         SUBTRACT WS-ORIG-AMOUNT FROM ACCT-BALANCE
037000         MOVE 'DR' TO WS-CONTRA-TYPE
037100         ADD WS-ORIG-AMOUNT TO WS-REV-DR-TOTAL
037200     ELSE
037300         ADD WS-ORIG-AMOUNT TO ACCT-BALANCE
037400         MOVE 'CR' TO WS-CONTRA-TYPE
037500         ADD WS-ORIG-AMOUNT TO WS-REV-CR-TOTAL
037600     END-IF.
037700     MOVE WS-RUN-TS TO ACCT-LAST-POSTED-TS.
037800     MODIFY COBLIS-ACCOUNT.
037900*
038000     MOVE WS-ORIG-ACCOUNT TO JRN-ACCOUNT.
038100     MOVE WS-REV-BUSDATE  TO JRN-BUSINESS-DATE.
038200     MOVE WS-CUR-BATCH-ID TO JRN-BATCH-ID.
038300     MOVE WS-ORIG-SEQ     TO JRN-RECORD-SEQ.
038400     MOVE WS-CONTRA-TYPE  TO JRN-TXN-TYPE.
038500     MOVE WS-ORIG-AMOUNT  TO JRN-AMOUNT.
038600     MOVE ACCT-BALANCE    TO JRN-RUNNING-BAL.
038700     MOVE 'R'             TO JRN-SOURCE.
038800     MOVE WS-RUN-TS       TO JRN-POSTED-TS.
038900     STORE COBLIS-JOURNAL.
039000*
039100     MOVE WS-ORIG-SEQ     TO REG-SEQ.
039200     MOVE WS-ORIG-ACCOUNT TO REG-ACCOUNT.
039300     MOVE WS-CONTRA-TYPE  TO REG-TYPE.
039400     MOVE WS-ORIG-AMOUNT  TO REG-AMOUNT.
039500     MOVE ACCT-BALANCE    TO REG-NEW-BAL.
039600     MOVE SPACES          TO REG-NOTE.
039700     IF ACCT-STATUS = 'F'
039800         MOVE 'ACCOUNT FROZEN' TO REG-NOTE
039900     END-IF.
040000     IF ACCT-STATUS = 'C'
040100         MOVE 'ACCOUNT CLOSED' TO REG-NOTE
040200     END-IF.
040300     WRITE RPT-RECORD FROM REG-LINE AFTER ADVANCING 1 LINE.
040400     ADD 1 TO WS-RECORDS-REVERSED.
040500*
040600     OBTAIN COBLIS-JOURNAL DB-KEY IS WS-JRN-DBKEY.
040700 3100-NEXT.
040800     OBTAIN NEXT COBLIS-JOURNAL WITHIN IX-JOURNAL-BATCH.
040900     IF DB-NOTFND
041000         SET WS-JRN-EOF TO TRUE
041100     END-IF.
041200 3100-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600* 3200-CANCEL-SUSPENSE - ONE SUSPENSE ITEM PER CALL. AN ITEM OF  *
041700* THIS BATCH STILL OPEN IS CANCELLED ('X') SO NO LATER RETRY     *
041800* CAN POST IT; CLEARED ITEMS WERE JOURNALLED AND HAVE JUST BEEN  *
041900* REVERSED WITH THE REST                                         *
042000*****************************************************************
042100 3200-CANCEL-SUSPENSE.
042200     IF SUSP-BATCH-ID = WS-CUR-BATCH-ID
042300         AND SUSP-STATUS = 'O'
042400         MOVE 'X' TO SUSP-STATUS
042500         MOVE WS-RUN-TS TO SUSP-CLEARED-TS
042600         MODIFY COBLIS-SUSPENSE
042700         ADD 1 TO WS-SUSPENSE-CANCELLED
042800     END-IF.
042900     OBTAIN NEXT COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
043000     IF DB-NOTFND
043100         SET WS-SUS-EOF TO TRUE
043200     END-IF.
043300 3200-EXIT.
043400     EXIT.
043500*
043600*****************************************************************
043700* 3300-SCRUB-KEYS - ERASE THE BATCH'S DUPLICATE-DETECTION KEYS,  *
043800* THE SAME WALK COBEDT01 USES BEFORE A RE-EDIT: POSITION ON THE  *
043900* IX-TXNKEY-BATCH INDEX AND STOP AT THE FIRST KEY OF ANOTHER     *
044000* BATCH. IDMS KEEPS NEXT-OF-SET POSITION AFTER AN ERASE, SO THE  *
044100* WALK SIMPLY CONTINUES.                                         *
044200*****************************************************************
044300 3300-SCRUB-KEYS.
044400     MOVE WS-CUR-BATCH-ID TO TXK-BATCH-ID.
044500     OBTAIN COBLIS-TXNKEY WITHIN IX-TXNKEY-BATCH
044600         USING TXK-BATCH-ID.
044700     IF DB-NOTFND
044800         OBTAIN NEXT COBLIS-TXNKEY WITHIN IX-TXNKEY-BATCH
044900         IF DB-NOTFND
045000             SET WS-KEY-EOF TO TRUE
045100         END-IF
045200     END-IF.
045300     PERFORM 3310-SCRUB-ONE THRU 3310-EXIT
045400         UNTIL WS-KEY-EOF.
045500 3300-EXIT.
045600     EXIT.
045700*
045800 3310-SCRUB-ONE.
045900     IF TXK-BATCH-ID NOT = WS-CUR-BATCH-ID
046000         SET WS-KEY-EOF TO TRUE
046100         GO TO 3310-EXIT
046200     END-IF.
046300     ERASE COBLIS-TXNKEY.
046400     ADD 1 TO WS-KEYS-REMOVED.
046500     OBTAIN NEXT COBLIS-TXNKEY WITHIN IX-TXNKEY-BATCH.
046600     IF DB-NOTFND
046700         SET WS-KEY-EOF TO TRUE
046800     END-IF.
046900 3310-EXIT.
047000     EXIT.
047100*
047200*****************************************************************
047300* 3500-WRITE-AUDIT - THE 'P' TO 'X' STATUS CHANGE, THE WAY THE   *
047400* ONLINE SCREENS RECORD ONE, UNDER THE REQUESTING OPERATOR       *
047500*****************************************************************
047600 3500-WRITE-AUDIT.
047700     MOVE 'BATCH'          TO AUD-RECORD-TYPE.
047800     MOVE SPACES           TO AUD-RECORD-KEY.
047900     MOVE WS-CUR-BATCH-ID  TO AUD-RECORD-KEY (1:8).
048000     MOVE 'STATUS'         TO AUD-FIELD-NAME.
048100     MOVE 'P'              TO AUD-OLD-VALUE.
048200     MOVE 'X'              TO AUD-NEW-VALUE.
048300     MOVE WS-PARM-OPERATOR TO AUD-OPERATOR-ID.
048350     MOVE SPACES           TO AUD-CHECKER-ID.
048400     MOVE 'COBREV01'       TO AUD-TERMINAL-ID.
048500     MOVE WS-RUN-TS        TO AUD-TIMESTAMP.
048600     STORE COBLIS-AUDIT.
048700 3500-EXIT.
048800     EXIT.
048900*
049000*****************************************************************
049100* 8000-PRODUCE-SUMMARY - THE REVERSAL TOTALS, LAID OUT LIKE THE  *
049200* POSTING REGISTER'S BATCH TOTALS SO THE CLERKS CAN BALANCE THE  *
049300* TWO AGAINST EACH OTHER                                         *
049400*****************************************************************
049500 8000-PRODUCE-SUMMARY.
049600     MOVE SPACES TO RPT-RECORD.
049700     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
049800     MOVE 'RECORDS REVERSED THIS BATCH:' TO DTL-LABEL.
049900     MOVE WS-RECORDS-REVERSED TO DTL-VALUE.
050000     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
050100     MOVE 'DEBIT TOTAL:' TO DTL-AMT-LABEL.
050200     MOVE WS-REV-DR-TOTAL TO DTL-AMT-VALUE.
050300     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
050400     MOVE 'CREDIT TOTAL:' TO DTL-AMT-LABEL.
050500     MOVE WS-REV-CR-TOTAL TO DTL-AMT-VALUE.
050600     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
050700     MOVE SPACES TO RPT-RECORD.
050800     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
050900     MOVE 'SUSPENSE ITEMS CANCELLED:' TO DTL-LABEL.
051000     MOVE WS-SUSPENSE-CANCELLED TO DTL-VALUE.
051100     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
051200     MOVE 'DUPLICATE-DETECTION KEYS REMOVED:' TO DTL-LABEL.
051300     MOVE WS-KEYS-REMOVED TO DTL-VALUE.
051400     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
051500     MOVE 'BATCH STATUS NOW X (REVERSED)' TO RPT-RECORD.
051600     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
051700 8000-EXIT.
051800     EXIT.
051900*
052000*****************************************************************
052100* 9999-TERMINATE                                                *
052200*****************************************************************
052300 9999-TERMINATE.
052400     CLOSE RPT-FILE.
052500 9999-EXIT.
052600     EXIT.
