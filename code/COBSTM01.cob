000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSTM01.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - MONTHLY ACCOUNT STATEMENTS
001100*                FROM THE COBLIS-JOURNAL, WITH A FOOTING CHECK
001200*                OF EVERY ACCOUNT'S JOURNAL AGAINST ITS MASTER
001300*                BALANCE.
001400*================================================================
001500*
001600*****************************************************************
001700* COBSTM01 SWEEPS THE COBLIS-ACCOUNT BALANCE MASTER AND, FOR     *
001800* EACH ACCOUNT, WALKS ITS COBLIS-JOURNAL ENTRIES (WRITTEN BY     *
001900* COBPST01 FOR EVERY POSTING) ON THE IX-JOURNAL-ACCT INDEX,      *
002000* WHICH HOLDS AN ACCOUNT'S ENTRIES IN THE ORDER THEY POSTED. IT  *
002100* PRINTS ONE STATEMENT PER ACCOUNT: THE OPENING BALANCE, EVERY   *
002200* ENTRY WHOSE BUSINESS DATE FALLS IN THE STATEMENT MONTH, AND    *
002300* THE CLOSING BALANCE.                                           *
002400*                                                                *
002500* THE OPENING BALANCE IS THE BALANCE BEFORE THE ACCOUNT'S FIRST  *
002600* JOURNAL ENTRY PLUS EVERY ENTRY DATED BEFORE THE MONTH; THE     *
002700* CLOSING BALANCE IS THE OPENING BALANCE PLUS THE MONTH'S        *
002800* CREDITS LESS ITS DEBITS.                                       *
002900*                                                                *
003000* FOOTING CHECK: EVERY ENTRY'S RUNNING BALANCE MUST EQUAL THE    *
003100* PREVIOUS ENTRY'S RUNNING BALANCE PLUS (CR) OR LESS (DR) ITS    *
003200* AMOUNT, AND THE LAST ENTRY'S RUNNING BALANCE MUST EQUAL THE    *
003300* MASTER'S ACCT-BALANCE. AN ACCOUNT THAT FAILS EITHER TEST IS    *
003400* FLAGGED ON ITS STATEMENT AND LISTED AT THE END OF THE RUN.     *
003500* AN ACCOUNT WITH NO JOURNAL ENTRIES AT ALL HAS NOTHING TO FOOT. *
003600*                                                                *
003700* A STATEMENT IS PRINTED FOR EVERY ACCOUNT WITH ENTRIES IN THE   *
003800* MONTH, A NON-ZERO BALANCE, OR A FOOTING FLAG.                  *
003900*                                                                *
004000* THE STATEMENT MONTH COMES FROM A 6-DIGIT YYYYMM SYSIN PARM     *
004100* CARD (COLUMNS 1-6); A MISSING OR NON-NUMERIC CARD DEFAULTS TO  *
004200* THE MONTH BEFORE THE RUN DATE.                                 *
004300*****************************************************************
004400*
004500 ENVIRONMENT DIVISION.
004600 IDMS-CONTROL SECTION.
004700 PROTOCOL.      MODE IS BATCH
004800                IDMS-RECORDS MANUAL.
004900*
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER.   IBM-ZSERIES.
005200 OBJECT-COMPUTER.   IBM-ZSERIES.
005300 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005400*
005500 INPUT-OUTPUT SECTION.
005600 FILE-CONTROL.
005700     SELECT RPT-FILE ASSIGN TO RPTFILE
005800         ORGANIZATION IS SEQUENTIAL.
005900 DATA DIVISION.
006000*
006100 FILE SECTION.
006200*
006300 FD  RPT-FILE
006400     RECORDING MODE IS F
006500     LABEL RECORDS ARE STANDARD.
006600 01  RPT-RECORD           PIC X(133).
006700*
006800 WORKING-STORAGE SECTION.
006900*
007000 01  COPY IDMS SUBSCHEMA-CTRL.
007100 01  COPY IDMS RECORD COBLIS-ACCOUNT.
007200 01  COPY IDMS RECORD COBLIS-JOURNAL.
007300*
007400*****************************************************************
007500* SWITCHES                                                       *
007600*****************************************************************
007700 01  WS-SWITCHES.
007800     05  WS-ACCT-EOF-SW       PIC X(01) VALUE 'N'.
007900         88  WS-ACCT-EOF                 VALUE 'Y'.
008000     05  WS-JRN-EOF-SW        PIC X(01) VALUE 'N'.
008100         88  WS-JRN-EOF                  VALUE 'Y'.
008200     05  WS-FIRST-ENTRY-SW    PIC X(01) VALUE 'Y'.
008300         88  WS-FIRST-ENTRY              VALUE 'Y'.
008400     05  WS-OUT-OF-FOOT-SW    PIC X(01) VALUE 'N'.
008500         88  WS-OUT-OF-FOOT              VALUE 'Y'.
008600*
008700*****************************************************************
008800* PARM CARD - STATEMENT MONTH YYYYMM IN COLUMNS 1-6              *
008900*****************************************************************
009000 01  WS-PARM-CARD.
009100     05  WS-PARM-MONTH        PIC X(06).
009200     05  WS-PARM-MONTH-N REDEFINES WS-PARM-MONTH
009300                              PIC 9(06).
009400     05  FILLER               PIC X(74).
009500 01  WS-RUN-DATE.
009600     05  WS-RUN-YYYY          PIC 9(04).
009700     05  WS-RUN-MM            PIC 9(02).
009800     05  WS-RUN-DD            PIC 9(02).
009900 01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
010000                              PIC 9(08).
010100 01  WS-STMT-MONTH.
010200     05  WS-STMT-YYYY         PIC 9(04).
010300     05  WS-STMT-MM           PIC 9(02).
010400 01  WS-STMT-MONTH-NUM REDEFINES WS-STMT-MONTH
010500                              PIC 9(06).
010600 77  WS-MONTH-FIRST           PIC 9(08).
010700 77  WS-MONTH-LAST            PIC 9(08).
010800*
010900*****************************************************************
011000* CURRENT ACCOUNT AND ITS JOURNAL WALK                           *
011100*****************************************************************
011200 77  WS-CUR-ACCOUNT           PIC X(10).
011300 77  WS-CUR-CLIENT            PIC X(08).
011400 77  WS-CUR-STATUS            PIC X(01).
011500 77  WS-MASTER-BAL            PIC S9(13)V9(02) COMP-3.
011600 77  WS-SIGNED-AMT            PIC S9(13)V9(02) COMP-3.
011700 77  WS-CHAIN-BAL             PIC S9(13)V9(02) COMP-3.
011800 77  WS-PRE-NET               PIC S9(13)V9(02) COMP-3.
011900 77  WS-OPENING-BAL           PIC S9(13)V9(02) COMP-3.
012000 77  WS-CLOSING-BAL           PIC S9(13)V9(02) COMP-3.
012100 77  WS-ACCT-DR-TOTAL         PIC 9(13)V9(02) COMP-3.
012200 77  WS-ACCT-CR-TOTAL         PIC 9(13)V9(02) COMP-3.
012300 77  WS-ACCT-ENTRIES          PIC 9(07) COMP.
012400 77  WS-ACCT-MONTH-ENTRIES    PIC 9(07) COMP.
012500 77  WS-CHAIN-BREAKS          PIC 9(07) COMP.
012600*
012700*****************************************************************
012800* OUT-OF-FOOT ACCOUNTS, LISTED AT THE END OF THE RUN             *
012900*****************************************************************
013000 01  WS-FLAG-TABLE.
013100     05  WS-FLAG-ENTRY        OCCURS 100 TIMES
013200                              INDEXED BY WS-FLAG-IDX.
013300         10  WS-FLAG-ACCOUNT  PIC X(10).
013400         10  WS-FLAG-MASTER   PIC S9(13)V9(02) COMP-3.
013500         10  WS-FLAG-JOURNAL  PIC S9(13)V9(02) COMP-3.
013600         10  WS-FLAG-BREAKS   PIC 9(07) COMP.
013700 77  WS-FLAG-ENTRIES-USED     PIC 9(04) COMP VALUE ZERO.
013800*
013900*****************************************************************
014000* RUN TOTALS                                                     *
014100*****************************************************************
014200 77  WS-ACCOUNTS-READ         PIC 9(07) COMP VALUE ZERO.
014300 77  WS-STATEMENTS-PRINTED    PIC 9(07) COMP VALUE ZERO.
014400 77  WS-ENTRIES-LISTED        PIC 9(07) COMP VALUE ZERO.
014500 77  WS-ACCOUNTS-OUT-OF-FOOT  PIC 9(07) COMP VALUE ZERO.
014600 77  WS-TOT-DR                PIC 9(13)V9(02) COMP-3 VALUE ZERO.
014700 77  WS-TOT-CR                PIC 9(13)V9(02) COMP-3 VALUE ZERO.
014800*
014900*****************************************************************
015000* REPORT LINES                                                  *
015100*****************************************************************
015200 01  HDG-LINE-1.
015300     05  FILLER               PIC X(38)
015400         VALUE 'COBLIS MONTHLY ACCOUNT STATEMENT RUN'.
015500     05  FILLER               PIC X(17) VALUE 'STATEMENT MONTH: '.
015600     05  HDG-MONTH            PIC 9(06).
015700     05  FILLER               PIC X(16) VALUE '   REPORT DATE: '.
015800     05  HDG-DATE             PIC 9(08).
015900 01  ACCT-HDG-LINE.
016000     05  FILLER               PIC X(09) VALUE 'ACCOUNT: '.
016100     05  ACCT-HDG-NUMBER      PIC X(10).
016200     05  FILLER               PIC X(10) VALUE '  CLIENT: '.
016300     05  ACCT-HDG-CLIENT      PIC X(08).
016400     05  FILLER               PIC X(10) VALUE '  STATUS: '.
016500     05  ACCT-HDG-STATUS      PIC X(01).
016600 01  COL-HDG-LINE.
016700     05  FILLER               PIC X(12) VALUE '  BUSDATE'.
016800     05  FILLER               PIC X(10) VALUE 'BATCH'.
016900     05  FILLER               PIC X(09) VALUE '    SEQ'.
017000     05  FILLER               PIC X(04) VALUE 'TY'.
017100     05  FILLER               PIC X(04) VALUE 'SRC'.
017200     05  FILLER               PIC X(22)
017300         VALUE '              AMOUNT'.
017400     05  FILLER               PIC X(21)
017500         VALUE '      RUNNING BALANCE'.
017600 01  ENT-LINE.
017700     05  FILLER               PIC X(02) VALUE SPACES.
017800     05  ENT-BUSDATE          PIC 9(08).
017900     05  FILLER               PIC X(02) VALUE SPACES.
018000     05  ENT-BATCH            PIC X(08).
018100     05  FILLER               PIC X(02) VALUE SPACES.
018200     05  ENT-SEQ              PIC ZZZZZZ9.
018300     05  FILLER               PIC X(02) VALUE SPACES.
018400     05  ENT-TYPE             PIC X(02).
018500     05  FILLER               PIC X(02) VALUE SPACES.
018600     05  ENT-SOURCE           PIC X(01).
018700     05  FILLER               PIC X(03) VALUE SPACES.
018800     05  ENT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
018900     05  FILLER               PIC X(01) VALUE SPACES.
019000     05  ENT-RUNNING-BAL      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019100 01  BAL-LINE.
019200     05  BAL-LABEL            PIC X(40).
019300     05  BAL-VALUE            PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
019400 01  FLAG-LINE.
019500     05  FILLER               PIC X(48)
019600         VALUE '*** JOURNAL DOES NOT FOOT TO MASTER BALANCE ***'.
019700 01  FLG-HDG-LINE.
019800     05  FILLER               PIC X(12) VALUE 'ACCOUNT'.
019900     05  FILLER               PIC X(22)
020000         VALUE '      MASTER BALANCE'.
020100     05  FILLER               PIC X(22)
020200         VALUE '     JOURNAL BALANCE'.
020300     05  FILLER               PIC X(14) VALUE '  CHAIN BREAKS'.
020400 01  FLG-LINE.
020500     05  FLG-ACCOUNT          PIC X(10).
020600     05  FILLER               PIC X(02) VALUE SPACES.
020700     05  FLG-MASTER           PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020800     05  FILLER               PIC X(01) VALUE SPACES.
020900     05  FLG-JOURNAL          PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER               PIC X(07) VALUE SPACES.
021100     05  FLG-BREAKS           PIC ZZZ,ZZ9.
021200 01  DTL-LINE.
021300     05  DTL-LABEL            PIC X(40).
021400     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
021500 01  DTL-AMT-LINE.
021600     05  DTL-AMT-LABEL        PIC X(40).
021700     05  DTL-AMT-VALUE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
021800*
021900 PROCEDURE DIVISION.
022000*
022100*****************************************************************
022200* 0000-MAINLINE                                                 *
022300*****************************************************************
022400 0000-MAINLINE.
022500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
022700         UNTIL WS-ACCT-EOF.
022800     PERFORM 8000-PRODUCE-SUMMARY THRU 8000-EXIT.
022900     PERFORM 9999-TERMINATE THRU 9999-EXIT.
023000     GOBACK.
023100*
023200*****************************************************************
023300* 1000-INITIALIZE - SETTLE THE STATEMENT MONTH AND START THE     *
023400* ACCOUNT SWEEP                                                  *
023500*****************************************************************
023600 1000-INITIALIZE.
023700     OPEN OUTPUT RPT-FILE.
023800     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
023900     MOVE WS-RUN-DATE-NUM TO HDG-DATE.
024000     MOVE SPACES TO WS-PARM-CARD.
024100     ACCEPT WS-PARM-CARD.
024200     IF WS-PARM-MONTH NUMERIC
024300         AND WS-PARM-MONTH-N GREATER THAN ZERO
024400         MOVE WS-PARM-MONTH-N TO WS-STMT-MONTH-NUM
024500     ELSE
024600         MOVE WS-RUN-YYYY TO WS-STMT-YYYY
024700         MOVE WS-RUN-MM   TO WS-STMT-MM
024800         IF WS-STMT-MM = 01
024900             MOVE 12 TO WS-STMT-MM
025000             SUBTRACT 1 FROM WS-STMT-YYYY
025100         ELSE
025200             SUBTRACT 1 FROM WS-STMT-MM
025300         END-IF
025400     END-IF.
025500     MOVE WS-STMT-MONTH-NUM TO HDG-MONTH.
025600     COMPUTE WS-MONTH-FIRST = WS-STMT-MONTH-NUM * 100 + 1.
025700     COMPUTE WS-MONTH-LAST  = WS-STMT-MONTH-NUM * 100 + 31.
025800*
025900     OBTAIN FIRST COBLIS-ACCOUNT WITHIN COBLIS-ACCOUNT-AREA.
026000     IF DB-NOTFND
026100         SET WS-ACCT-EOF TO TRUE
026200     END-IF.
026300 1000-EXIT.
026400     EXIT.
026500*
026600*****************************************************************
026700* 2000-PROCESS-ACCOUNT - FOOT ONE ACCOUNT'S JOURNAL, PRINT ITS   *
026800* STATEMENT IF IT HAS ONE, AND MOVE TO THE NEXT ACCOUNT. THE     *
026900* JOURNAL WALKS ARE ON AN INDEX, SO THE ACCOUNT AREA'S SWEEP     *
027000* CURRENCY IS UNDISTURBED.                                       *
027100*****************************************************************
027200 2000-PROCESS-ACCOUNT.
027300     ADD 1 TO WS-ACCOUNTS-READ.
027400     MOVE ACCT-NUMBER     TO WS-CUR-ACCOUNT.
027500     MOVE ACCT-CLIENT-ID  TO WS-CUR-CLIENT.
027600     MOVE ACCT-STATUS     TO WS-CUR-STATUS.
027700     MOVE ACCT-BALANCE    TO WS-MASTER-BAL.
027800*
027900     PERFORM 2100-FOOT-JOURNAL THRU 2100-EXIT.
028000     IF WS-OUT-OF-FOOT
028100         PERFORM 2300-FLAG-ACCOUNT THRU 2300-EXIT
028200     END-IF.
028300     IF WS-ACCT-MONTH-ENTRIES GREATER THAN ZERO
028400         OR WS-OPENING-BAL NOT = ZERO
028500         OR WS-CLOSING-BAL NOT = ZERO
028600         OR WS-OUT-OF-FOOT
028700         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
028800     END-IF.
028900*
029000     OBTAIN NEXT COBLIS-ACCOUNT WITHIN COBLIS-ACCOUNT-AREA.
029100     IF DB-NOTFND
029200         SET WS-ACCT-EOF TO TRUE
029300     END-IF.
029400 2000-EXIT.
029500     EXIT.
029600*
029700*****************************************************************
029800* 2100-FOOT-JOURNAL - FIRST WALK OF THE ACCOUNT'S ENTRIES:       *
029900* CHECK THE RUNNING-BALANCE CHAIN AND WORK OUT THE OPENING AND   *
030000* CLOSING BALANCES FOR THE MONTH                                 *
030100*****************************************************************
030200 2100-FOOT-JOURNAL.
030300     MOVE 'Y' TO WS-FIRST-ENTRY-SW.
030400     MOVE 'N' TO WS-OUT-OF-FOOT-SW.
030500     MOVE ZERO TO WS-ACCT-ENTRIES.
030600     MOVE ZERO TO WS-ACCT-MONTH-ENTRIES.
030700     MOVE ZERO TO WS-CHAIN-BREAKS.
030800     MOVE ZERO TO WS-PRE-NET.
030900     MOVE ZERO TO WS-ACCT-DR-TOTAL.
031000     MOVE ZERO TO WS-ACCT-CR-TOTAL.
031100     MOVE WS-MASTER-BAL TO WS-CHAIN-BAL.
031200     MOVE WS-MASTER-BAL TO WS-OPENING-BAL.
031300*
031400     PERFORM 2400-POSITION-JOURNAL THRU 2400-EXIT.
031500     PERFORM 2110-FOOT-ENTRY THRU 2110-EXIT
031600         UNTIL WS-JRN-EOF.
031700*
031800     IF WS-ACCT-ENTRIES GREATER THAN ZERO
031900         ADD WS-PRE-NET TO WS-OPENING-BAL
032000         IF WS-CHAIN-BREAKS GREATER THAN ZERO
032100             OR WS-CHAIN-BAL NOT = WS-MASTER-BAL
032200             SET WS-OUT-OF-FOOT TO TRUE
032300         END-IF
032400     END-IF.
032500     COMPUTE WS-CLOSING-BAL = WS-OPENING-BAL
032600         + WS-ACCT-CR-TOTAL - WS-ACCT-DR-TOTAL.
032700 2100-EXIT.
032800     EXIT.
032900*
033000*****************************************************************
033100* 2110-FOOT-ENTRY - ONE JOURNAL ENTRY PER CALL. THE FIRST ENTRY  *
033200* FIXES THE BALANCE THE ACCOUNT HAD BEFORE THE JOURNAL BEGAN;    *
033300* EVERY ENTRY AFTER IT MUST CHAIN ON FROM THE ONE BEFORE.        *
033400*****************************************************************
033500 2110-FOOT-ENTRY.
033600     IF JRN-ACCOUNT NOT = WS-CUR-ACCOUNT
033700         SET WS-JRN-EOF TO TRUE
033800         GO TO 2110-EXIT
033900     END-IF.
034000     ADD 1 TO WS-ACCT-ENTRIES.
034100     IF JRN-TXN-TYPE = 'CR'
034200         MOVE JRN-AMOUNT TO WS-SIGNED-AMT
034300     ELSE
034400         COMPUTE WS-SIGNED-AMT = 0 - JRN-AMOUNT
034500     END-IF.
034600     IF WS-FIRST-ENTRY
034700         COMPUTE WS-OPENING-BAL = JRN-RUNNING-BAL - WS-SIGNED-AMT
034800         MOVE WS-OPENING-BAL TO WS-CHAIN-BAL
034900         MOVE 'N' TO WS-FIRST-ENTRY-SW
035000     END-IF.
035100     IF WS-CHAIN-BAL + WS-SIGNED-AMT NOT = JRN-RUNNING-BAL
035200         ADD 1 TO WS-CHAIN-BREAKS
035300     END-IF.
035400     MOVE JRN-RUNNING-BAL TO WS-CHAIN-BAL.
035500*
035600     IF JRN-BUSINESS-DATE LESS THAN WS-MONTH-FIRST
035700         ADD WS-SIGNED-AMT TO WS-PRE-NET
035800     ELSE
035900         IF JRN-BUSINESS-DATE NOT GREATER THAN WS-MONTH-LAST
036000             ADD 1 TO WS-ACCT-MONTH-ENTRIES
036100             IF JRN-TXN-TYPE = 'CR'
036200                 ADD JRN-AMOUNT TO WS-ACCT-CR-TOTAL
036300             ELSE
036400                 ADD JRN-AMOUNT TO WS-ACCT-DR-TOTAL
036500             END-IF
036600         END-IF
036700     END-IF.
036800*
036900     OBTAIN NEXT COBLIS-JOURNAL WITHIN IX-JOURNAL-ACCT.
037000     IF DB-NOTFND
037100         SET WS-JRN-EOF TO TRUE
037200     END-IF.
037300 2110-EXIT.
037400     EXIT.
037500*
037600*****************************************************************
037700* 2300-FLAG-ACCOUNT - REMEMBER AN OUT-OF-FOOT ACCOUNT FOR THE    *
037800* LIST AT THE END OF THE RUN                                     *
037900*****************************************************************
038000 2300-FLAG-ACCOUNT.
038100     ADD 1 TO WS-ACCOUNTS-OUT-OF-FOOT.
038200     IF WS-FLAG-ENTRIES-USED NOT LESS THAN 100
038300         GO TO 2300-EXIT
038400     END-IF.
038500     ADD 1 TO WS-FLAG-ENTRIES-USED.
038600     SET WS-FLAG-IDX TO WS-FLAG-ENTRIES-USED.
038700     MOVE WS-CUR-ACCOUNT  TO WS-FLAG-ACCOUNT (WS-FLAG-IDX).
038800     MOVE WS-MASTER-BAL   TO WS-FLAG-MASTER (WS-FLAG-IDX).
038900     MOVE WS-CHAIN-BAL    TO WS-FLAG-JOURNAL (WS-FLAG-IDX).
039000     MOVE WS-CHAIN-BREAKS TO WS-FLAG-BREAKS (WS-FLAG-IDX).
039100 2300-EXIT.
039200     EXIT.
039300*
039400*****************************************************************
039500* 2400-POSITION-JOURNAL - POSITION ON THE ACCOUNT'S FIRST        *
039600* JOURNAL ENTRY ON THE IX-JOURNAL-ACCT INDEX; A MISS MEANS THE   *
039700* ACCOUNT HAS NO ENTRIES                                         *
039800*****************************************************************
039900 2400-POSITION-JOURNAL.
040000     MOVE 'N' TO WS-JRN-EOF-SW.
040100     MOVE WS-CUR-ACCOUNT TO JRN-ACCOUNT.
040200     OBTAIN COBLIS-JOURNAL WITHIN IX-JOURNAL-ACCT
040300         USING JRN-ACCOUNT.
040400     IF DB-NOTFND
040500         SET WS-JRN-EOF TO TRUE
040600     END-IF.
040700 2400-EXIT.
040800     EXIT.
040900*
041000*****************************************************************
041100* 3000-PRINT-STATEMENT - ONE ACCOUNT'S STATEMENT, ON A PAGE OF   *
041200* ITS OWN; THE SECOND WALK LISTS THE MONTH'S ENTRIES             *
041300*****************************************************************
041400 3000-PRINT-STATEMENT.
041500     ADD 1 TO WS-STATEMENTS-PRINTED.
041600     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
041700     MOVE WS-CUR-ACCOUNT TO ACCT-HDG-NUMBER.
041800     MOVE WS-CUR-CLIENT  TO ACCT-HDG-CLIENT.
041900     MOVE WS-CUR-STATUS  TO ACCT-HDG-STATUS.
042000     WRITE RPT-RECORD FROM ACCT-HDG-LINE AFTER ADVANCING 2 LINES.
042100     MOVE SPACES TO RPT-RECORD.
042200     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
042300     MOVE 'OPENING BALANCE:' TO BAL-LABEL.
042400     MOVE WS-OPENING-BAL TO BAL-VALUE.
042500     WRITE RPT-RECORD FROM BAL-LINE AFTER ADVANCING 1 LINE.
042600*
042700     IF WS-ACCT-MONTH-ENTRIES GREATER THAN ZERO
042800         WRITE RPT-RECORD FROM COL-HDG-LINE
042900             AFTER ADVANCING 2 LINES
043000         PERFORM 2400-POSITION-JOURNAL THRU 2400-EXIT
043100         PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
043200             UNTIL WS-JRN-EOF
043300     ELSE
043400         MOVE SPACES TO RPT-RECORD
043500         MOVE '  NO ENTRIES THIS MONTH' TO RPT-RECORD
043600         WRITE RPT-RECORD AFTER ADVANCING 2 LINES
043700     END-IF.
043800*
043900     MOVE SPACES TO RPT-RECORD.
044000     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
044100     MOVE 'DEBITS THIS MONTH:' TO BAL-LABEL.
044200     MOVE WS-ACCT-DR-TOTAL TO BAL-VALUE.
044300     WRITE RPT-RECORD FROM BAL-LINE AFTER ADVANCING 1 LINE.
044400     MOVE 'CREDITS THIS MONTH:' TO BAL-LABEL.
044500     MOVE WS-ACCT-CR-TOTAL TO BAL-VALUE.
044600     WRITE RPT-RECORD FROM BAL-LINE AFTER ADVANCING 1 LINE.
044700     MOVE 'CLOSING BALANCE:' TO BAL-LABEL.
044800     MOVE WS-CLOSING-BAL TO BAL-VALUE.
044900     WRITE RPT-RECORD FROM BAL-LINE AFTER ADVANCING 1 LINE.
045000     MOVE 'MASTER BALANCE TODAY:' TO BAL-LABEL.
045100     MOVE WS-MASTER-BAL TO BAL-VALUE.
045200     WRITE RPT-RECORD FROM BAL-LINE AFTER ADVANCING 1 LINE.
045300     IF WS-OUT-OF-FOOT
045400         WRITE RPT-RECORD FROM FLAG-LINE AFTER ADVANCING 2 LINES
045500     END-IF.
045600     ADD WS-ACCT-DR-TOTAL TO WS-TOT-DR.
045700     ADD WS-ACCT-CR-TOTAL TO WS-TOT-CR.
045800 3000-EXIT.
045900     EXIT.
046000*
046100*****************************************************************
046200* 3100-PRINT-ENTRY - ONE JOURNAL ENTRY PER CALL; ONLY ENTRIES    *
046300* DATED IN THE STATEMENT MONTH ARE PRINTED                       *
046400*****************************************************************
046500 3100-PRINT-ENTRY.
046600     IF JRN-ACCOUNT NOT = WS-CUR-ACCOUNT
046700         SET WS-JRN-EOF TO TRUE
046800         GO TO 3100-EXIT
046900     END-IF.
047000     IF JRN-BUSINESS-DATE NOT LESS THAN WS-MONTH-FIRST
047100         AND JRN-BUSINESS-DATE NOT GREATER THAN WS-MONTH-LAST
047200         MOVE JRN-BUSINESS-DATE TO ENT-BUSDATE
047300         MOVE JRN-BATCH-ID      TO ENT-BATCH
047400         MOVE JRN-RECORD-SEQ    TO ENT-SEQ
047500         MOVE JRN-TXN-TYPE      TO ENT-TYPE
047600         MOVE JRN-SOURCE        TO ENT-SOURCE
047700         MOVE JRN-AMOUNT        TO ENT-AMOUNT
047800         MOVE JRN-RUNNING-BAL   TO ENT-RUNNING-BAL
047900         WRITE RPT-RECORD FROM ENT-LINE AFTER ADVANCING 1 LINE
048000         ADD 1 TO WS-ENTRIES-LISTED
048100     END-IF.
048200     OBTAIN NEXT COBLIS-JOURNAL WITHIN IX-JOURNAL-ACCT.
048300     IF DB-NOTFND
048400         SET WS-JRN-EOF TO TRUE
048500     END-IF.
048600 3100-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000* 8000-PRODUCE-SUMMARY - RUN COUNTS, THE MONTH'S TOTALS AND THE  *
049100* LIST OF ACCOUNTS WHOSE JOURNAL DOES NOT FOOT                   *
049200*****************************************************************
049300 8000-PRODUCE-SUMMARY.
049400     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
049500     MOVE SPACES TO RPT-RECORD.
049600     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
049700     MOVE 'ACCOUNTS READ:' TO DTL-LABEL.
049800     MOVE WS-ACCOUNTS-READ TO DTL-VALUE.
049900     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
050000     MOVE 'STATEMENTS PRINTED:' TO DTL-LABEL.
050100     MOVE WS-STATEMENTS-PRINTED TO DTL-VALUE.
050200     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
050300     MOVE 'JOURNAL ENTRIES LISTED:' TO DTL-LABEL.
050400     MOVE WS-ENTRIES-LISTED TO DTL-VALUE.
050500     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
050600     MOVE 'DEBIT TOTAL:' TO DTL-AMT-LABEL.
050700     MOVE WS-TOT-DR TO DTL-AMT-VALUE.
050800     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
050900     MOVE 'CREDIT TOTAL:' TO DTL-AMT-LABEL.
051000     MOVE WS-TOT-CR TO DTL-AMT-VALUE.
051100     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
051200     MOVE 'ACCOUNTS OUT OF FOOT:' TO DTL-LABEL.
051300     MOVE WS-ACCOUNTS-OUT-OF-FOOT TO DTL-VALUE.
051400     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
051500*
051600     IF WS-FLAG-ENTRIES-USED GREATER THAN ZERO
051700         MOVE SPACES TO RPT-RECORD
051800         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
051900         WRITE RPT-RECORD FROM FLG-HDG-LINE
052000             AFTER ADVANCING 1 LINE
052100         PERFORM 8100-PRINT-FLAG THRU 8100-EXIT
052200             VARYING WS-FLAG-IDX FROM 1 BY 1
052300             UNTIL WS-FLAG-IDX GREATER THAN WS-FLAG-ENTRIES-USED
052400     END-IF.
052500     IF WS-ACCOUNTS-OUT-OF-FOOT GREATER THAN WS-FLAG-ENTRIES-USED
052600         MOVE 'FLAGGED PAST THE 100-ENTRY LIST:'
052700             TO DTL-LABEL
052800         COMPUTE DTL-VALUE =
052900             WS-ACCOUNTS-OUT-OF-FOOT - WS-FLAG-ENTRIES-USED
053000         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
053100     END-IF.
053200 8000-EXIT.
053300     EXIT.
053400*
053500*****************************************************************
053600* 8100-PRINT-FLAG - ONE OUT-OF-FOOT ACCOUNT PER LINE             *
053700*****************************************************************
053800 8100-PRINT-FLAG.
053900     MOVE WS-FLAG-ACCOUNT (WS-FLAG-IDX) TO FLG-ACCOUNT.
054000     MOVE WS-FLAG-MASTER (WS-FLAG-IDX)  TO FLG-MASTER.
054100     MOVE WS-FLAG-JOURNAL (WS-FLAG-IDX) TO FLG-JOURNAL.
054200     MOVE WS-FLAG-BREAKS (WS-FLAG-IDX)  TO FLG-BREAKS.
054300     WRITE RPT-RECORD FROM FLG-LINE AFTER ADVANCING 1 LINE.
054400 8100-EXIT.
054500     EXIT.
054600*
054700*****************************************************************
054800* 9999-TERMINATE                                                *
054900*****************************************************************
055000 9999-TERMINATE.
055100     CLOSE RPT-FILE.
055200 9999-EXIT.
055300     EXIT.
