000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBEOD01.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - END-OF-DAY CLOSE. PRINTS THE
001100*                DAILY CONTROL SHEET AND ROLLS THE COBLIS-BIZDATE
001200*                BUSINESS DATE TO THE NEXT PROCESSING DAY.
001210* 10/15/26  DLJ  AUDIT ROW CARRIES A BLANK CHECKER ID - THE ROLL
001220*                IS A SCHEDULED CLOSE, NOT A MAKER-CHECKER CHANGE.
001230* 10/15/26  DLJ  HEADERS NOT YET EDITED CARRY NO BUSINESS DATE -
001240*                COUNT THEM AS RECEIVED AND OUTSTANDING FOR THE
001250*                DATE BEING CLOSED INSTEAD OF PASSING THEM BY.
001300*================================================================
001400*
001500*****************************************************************
001600* COBEOD01 CLOSES THE CURRENT BUSINESS DATE. IT RUNS AFTER THE   *
001700* COBPST01 POSTING JOB, SO BY THEN EVERY BATCH STAMPED WITH THE  *
001800* DATE SHOULD BE POSTED ('P'), REJECTED ('J') OR REVERSED ('X'). *
001900* WHILE ANY IS STILL RECEIVED ('R'), HELD SUSPECT ('S') OR       *
002000* ACCEPTED BUT NOT POSTED ('A') THE CLOSE IS REFUSED: THE        *
002100* OUTSTANDING BATCHES ARE LISTED AND THE DATE IS LEFT ALONE, SO  *
002200* OPERATIONS RESOLVES THEM AND RERUNS THE JOB.                   *
002300*                                                                *
002400* THE DAILY CONTROL SHEET SHOWS BATCHES AND RECORDS RECEIVED,    *
002500* ACCEPTED, REJECTED, HELD AND POSTED FOR THE DATE (FROM THE     *
002600* BATCH HEADERS) AND THE DEBIT AND CREDIT TOTALS POSTED UNDER IT *
002700* (FROM THE COBLIS-JOURNAL), SPLIT BY BATCH POSTINGS, SUSPENSE   *
002800* RE-POSTS AND REVERSALS. IT IS PRINTED WHETHER OR NOT THE CLOSE *
002900* GOES THROUGH.                                                  *
003000*                                                                *
003100* ON A CLEAN CLOSE THE DATE IS STEPPED FORWARD A DAY AT A TIME,  *
003200* PAST WEEKENDS (BIZ-SAT-FLAG / BIZ-SUN-FLAG) AND THE HOLIDAY    *
003300* TABLE, WITH THE SAME CALENDAR ROUTINES COBEDT01 USES TO ASSIGN *
003400* BUSINESS DATES. THE CHANGE IS WRITTEN TO COBLIS-AUDIT EXACTLY  *
003500* AS A COBMNT01 CHANGE IS (TYPE 'BIZDATE', FIELD 'CUR-BUS-DATE') *
003600* SO IT SHOWS ON THE COBRPT03 HISTORY.                           *
003700*                                                                *
003800* SYSIN PARM CARD: OPERATOR ID FOR THE AUDIT ROW IN COLS 1-8     *
003900* (OPTIONAL - DEFAULTS TO THE PROGRAM NAME).                     *
004000*****************************************************************
004100*
004200 ENVIRONMENT DIVISION.
004300 IDMS-CONTROL SECTION.
004400 PROTOCOL.      MODE IS BATCH
004500                IDMS-RECORDS MANUAL.
004600*
004700 CONFIGURATION SECTION.
004800 SOURCE-COMPUTER.   IBM-ZSERIES.
004900 OBJECT-COMPUTER.   IBM-ZSERIES.
005000 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
005100*
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT RPT-FILE ASSIGN TO RPTFILE
005500         ORGANIZATION IS SEQUENTIAL.
005600 DATA DIVISION.
005700*
005800 FILE SECTION.
005900*
006000 FD  RPT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD.
006300 01  RPT-RECORD           PIC X(133).
006400*
006500 WORKING-STORAGE SECTION.
006600*
006700 01  COPY IDMS SUBSCHEMA-CTRL.
006800 01  COPY IDMS RECORD COBLIS-BATCH.
006900 01  COPY IDMS RECORD COBLIS-JOURNAL.
007000 01  COPY IDMS RECORD COBLIS-BIZDATE.
007100 01  COPY IDMS RECORD COBLIS-AUDIT.
007200*
007300*****************************************************************
007400* SWITCHES                                                       *
007500*****************************************************************
007600 01  WS-SWITCHES.
007700     05  WS-REFUSED-SW        PIC X(01) VALUE 'N'.
007800         88  WS-REFUSED                  VALUE 'Y'.
007900     05  WS-BAT-EOF-SW        PIC X(01) VALUE 'N'.
008000         88  WS-BAT-EOF                  VALUE 'Y'.
008100     05  WS-JRN-EOF-SW        PIC X(01) VALUE 'N'.
008200         88  WS-JRN-EOF                  VALUE 'Y'.
008300     05  WS-LEAP-SW           PIC X(01) VALUE 'N'.
008400         88  WS-LEAP-YEAR                VALUE 'Y'.
008500     05  WS-NONBUS-SW         PIC X(01) VALUE 'N'.
008600         88  WS-NONBUS                   VALUE 'Y'.
008700*
008800*****************************************************************
008900* PARM CARD - OPERATOR ID COLS 1-8                               *
009000*****************************************************************
009100 01  WS-PARM-CARD.
009200     05  WS-PARM-OPERATOR     PIC X(08).
009300     05  FILLER               PIC X(72).
009400*
009500 77  WS-OPERATOR-ID           PIC X(08).
009600 77  WS-CLOSE-DATE            PIC 9(08).
009700 77  WS-NEXT-DATE             PIC 9(08).
009800 77  WS-AUD-DATE              PIC 9(08).
009900*
010000 01  WS-RUN-TS.
010100     05  WS-RUN-TS-DATE       PIC 9(08).
010200     05  WS-RUN-TS-TIME       PIC 9(08).
010300*
010400*****************************************************************
010500* CALENDAR WORK AREAS, AS IN COBEDT01 - THE DATE BEING STEPPED,  *
010600* THE MONTH-LENGTH TABLE AND THE ZELLER CONGRUENCE FIELDS        *
010700*****************************************************************
010800 01  WS-WORK-DATE.
010900     05  WS-WORK-YYYY         PIC 9(04).
011000     05  WS-WORK-MM           PIC 9(02).
011100     05  WS-WORK-DD           PIC 9(02).
011200 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
011300                              PIC 9(08).
011400 01  WS-MONTH-DAYS-TABLE      PIC X(24)
011500     VALUE '312831303130313130313031'.
011600 01  WS-MONTH-DAYS REDEFINES WS-MONTH-DAYS-TABLE.
011700     05  WS-MONTH-DAY         OCCURS 12 TIMES
011800                              PIC 9(02).
011900*
012000 77  WS-CAL-MONTH-DD          PIC 9(02).
012100 77  WS-HOL-SUB               PIC 9(03) COMP.
012200 77  WS-QUOT                  PIC 9(04) COMP.
012300 77  WS-REM                   PIC 9(04) COMP.
012400 77  WS-ZEL-YEAR              PIC 9(04) COMP.
012500 77  WS-ZEL-MONTH             PIC 9(02) COMP.
012600 77  WS-ZEL-J                 PIC 9(02) COMP.
012700 77  WS-ZEL-K                 PIC 9(02) COMP.
012800 77  WS-ZEL-K4                PIC 9(02) COMP.
012900 77  WS-ZEL-J4                PIC 9(02) COMP.
013000 77  WS-ZEL-TERM13            PIC 9(03) COMP.
013100 77  WS-ZEL-T5                PIC 9(02) COMP.
013200 77  WS-ZEL-SUM               PIC 9(04) COMP.
013300 77  WS-DOW                   PIC 9(01).
013400*
013500*****************************************************************
013600* BATCH TALLIES FOR THE DATE - BATCHES AND STAGED RECORDS        *
013700*****************************************************************
013800 77  WS-RCV-BATCHES           PIC 9(07) COMP VALUE ZERO.
013900 77  WS-RCV-RECORDS           PIC 9(09) COMP VALUE ZERO.
014000 77  WS-ACC-BATCHES           PIC 9(07) COMP VALUE ZERO.
014100 77  WS-ACC-RECORDS           PIC 9(09) COMP VALUE ZERO.
014200 77  WS-REJ-BATCHES           PIC 9(07) COMP VALUE ZERO.
014300 77  WS-REJ-RECORDS           PIC 9(09) COMP VALUE ZERO.
014400 77  WS-HLD-BATCHES           PIC 9(07) COMP VALUE ZERO.
014500 77  WS-HLD-RECORDS           PIC 9(09) COMP VALUE ZERO.
014600 77  WS-PST-BATCHES           PIC 9(07) COMP VALUE ZERO.
014700 77  WS-PST-RECORDS           PIC 9(09) COMP VALUE ZERO.
014800 77  WS-REV-BATCHES           PIC 9(07) COMP VALUE ZERO.
014900 77  WS-REV-RECORDS           PIC 9(09) COMP VALUE ZERO.
015000 77  WS-OUTSTANDING           PIC 9(07) COMP VALUE ZERO.
015100*
015200*****************************************************************
015300* JOURNAL TOTALS FOR THE DATE, BY SOURCE                         *
015400*****************************************************************
015500 77  WS-JP-ENTRIES            PIC 9(09) COMP VALUE ZERO.
015600 77  WS-JP-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
015700 77  WS-JP-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
015800 77  WS-JS-ENTRIES            PIC 9(09) COMP VALUE ZERO.
015900 77  WS-JS-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016000 77  WS-JS-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016100 77  WS-JR-ENTRIES            PIC 9(09) COMP VALUE ZERO.
016200 77  WS-JR-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016300 77  WS-JR-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016400 77  WS-DAY-DR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016500 77  WS-DAY-CR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
016600*
016700*****************************************************************
016800* REPORT LINES                                                   *
016900*****************************************************************
017000 01  HDG-LINE-1.
017100     05  FILLER               PIC X(42)
017200         VALUE 'COBLIS END-OF-DAY CLOSE - DAILY CONTROL'.
017300 01  HDG-LINE-2.
017400     05  FILLER               PIC X(13) VALUE 'REPORT DATE: '.
017500     05  HDG-DATE             PIC 9(08).
017600     05  FILLER               PIC X(17)
017700         VALUE '  BUSINESS DATE: '.
017800     05  HDG-BUSDATE          PIC 9(08).
017900 01  SHT-HDG-LINE.
018000     05  FILLER               PIC X(32) VALUE SPACES.
018100     05  FILLER               PIC X(11) VALUE '    BATCHES'.
018200     05  FILLER               PIC X(14) VALUE '       RECORDS'.
018300 01  SHT-LINE.
018400     05  SHT-LABEL            PIC X(32).
018500     05  SHT-BATCHES          PIC ZZZ,ZZ9 BLANK WHEN ZERO.
018600     05  FILLER               PIC X(04) VALUE SPACES.
018700     05  SHT-RECORDS          PIC ZZZ,ZZZ,ZZ9.
018800 01  JRN-HDG-LINE.
018900     05  FILLER               PIC X(32) VALUE SPACES.
019000     05  FILLER               PIC X(11) VALUE '    ENTRIES'.
019100     05  FILLER               PIC X(22)
019200         VALUE '           DEBIT TOTAL'.
019300     05  FILLER               PIC X(22)
019400         VALUE '          CREDIT TOTAL'.
019500 01  JRN-LINE.
019600     05  JRN-LABEL            PIC X(32).
019700     05  JRN-ENTRIES          PIC ZZZ,ZZZ,ZZ9.
019800     05  FILLER               PIC X(02) VALUE SPACES.
019900     05  JRN-DR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020000     05  FILLER               PIC X(02) VALUE SPACES.
020100     05  JRN-CR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
020200 01  OUT-LINE.
020300     05  FILLER               PIC X(20)
020400         VALUE '  OUTSTANDING BATCH '.
020500     05  OUT-BATCH            PIC X(08).
020600     05  FILLER               PIC X(10) VALUE '  CLIENT: '.
020700     05  OUT-CLIENT           PIC X(08).
020800     05  FILLER               PIC X(10) VALUE '  STATUS: '.
020900     05  OUT-STATUS           PIC X(01).
021000     05  FILLER               PIC X(02) VALUE SPACES.
021100     05  OUT-MEANING          PIC X(24).
021200 01  REFUSE-LINE.
021300     05  FILLER               PIC X(16)
021400         VALUE 'CLOSE REFUSED - '.
021500     05  REFUSE-REASON        PIC X(60).
021600 01  ROLL-LINE.
021700     05  FILLER               PIC X(22)
021800         VALUE 'BUSINESS DATE CLOSED: '.
021900     05  ROLL-OLD             PIC 9(08).
022000     05  FILLER               PIC X(22)
022100         VALUE '  NEW BUSINESS DATE: '.
022200     05  ROLL-NEW             PIC 9(08).
022300*
022400 PROCEDURE DIVISION.
022500*
022600*****************************************************************
022700* 0000-MAINLINE                                                 *
022800*****************************************************************
022900 0000-MAINLINE.
023000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023100     IF NOT WS-REFUSED
023200         PERFORM 2000-TALLY-BATCHES THRU 2000-EXIT
023300         PERFORM 3000-TALLY-JOURNAL THRU 3000-EXIT
023400         PERFORM 4000-PRINT-CONTROL-SHEET THRU 4000-EXIT
023500         IF WS-OUTSTANDING GREATER THAN ZERO
023600             MOVE 'BATCHES FOR THE DATE ARE STILL OUTSTANDING'
023700                 TO REFUSE-REASON
023800             SET WS-REFUSED TO TRUE
023900             WRITE RPT-RECORD FROM REFUSE-LINE
024000                 AFTER ADVANCING 2 LINES
024100         ELSE
024200             PERFORM 5000-ROLL-DATE THRU 5000-EXIT
024300         END-IF
024400     END-IF.
024500     PERFORM 9999-TERMINATE THRU 9999-EXIT.
024600     GOBACK.
024700*
024800*****************************************************************
024900* 1000-INITIALIZE - PARM CARD AND THE CALENDAR RECORD. WITH NO   *
025000* CALENDAR RECORD THERE IS NO BUSINESS DATE TO CLOSE.            *
025100*****************************************************************
025200 1000-INITIALIZE.
025300     OPEN OUTPUT RPT-FILE.
025400     ACCEPT HDG-DATE FROM DATE YYYYMMDD.
025500     ACCEPT WS-RUN-TS-DATE FROM DATE YYYYMMDD.
025600     ACCEPT WS-RUN-TS-TIME FROM TIME.
025700     MOVE SPACES TO WS-PARM-CARD.
025800     ACCEPT WS-PARM-CARD.
025900     MOVE 'COBEOD01' TO WS-OPERATOR-ID.
026000     IF WS-PARM-OPERATOR NOT = SPACES
026100         MOVE WS-PARM-OPERATOR TO WS-OPERATOR-ID
026200     END-IF.
026300*
026400     MOVE ZERO TO WS-CLOSE-DATE.
026500     MOVE 'COBLIS01' TO BIZ-ID.
026600     OBTAIN CALC COBLIS-BIZDATE.
026700     IF NOT DB-NOTFND
026800         MOVE BIZ-CURRENT-DATE TO WS-CLOSE-DATE
026900     END-IF.
027000     MOVE WS-CLOSE-DATE TO HDG-BUSDATE.
027100     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
027200     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
027300     IF WS-CLOSE-DATE = ZERO
027400         MOVE 'NO BUSINESS DATE SET ON COBLIS-BIZDATE'
027500             TO REFUSE-REASON
027600         SET WS-REFUSED TO TRUE
027700         WRITE RPT-RECORD FROM REFUSE-LINE
027800             AFTER ADVANCING 2 LINES
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200*
028300*****************************************************************
028400* 2000-TALLY-BATCHES - SWEEP THE BATCH AREA FOR HEADERS STAMPED  *
028500* WITH THE BUSINESS DATE BEING CLOSED                            *
028600*****************************************************************
028700 2000-TALLY-BATCHES.
028800     OBTAIN FIRST COBLIS-BATCH WITHIN COBLIS-BATCH-AREA.
028900     IF DB-NOTFND
029000         SET WS-BAT-EOF TO TRUE
029100     END-IF.
029200     PERFORM 2100-TALLY-ONE THRU 2100-EXIT
029300         UNTIL WS-BAT-EOF.
029400 2000-EXIT.
029500     EXIT.
029600*
029700*****************************************************************
029800* 2100-TALLY-ONE - ONE HEADER PER CALL. "ACCEPTED" COUNTS EVERY  *
029900* BATCH THE EDIT PASSED (A, P AND X); "HELD" IS THE SUSPECTS.    *
030000* R, S AND A BATCHES ARE OUTSTANDING AND ARE LISTED HERE. A      *
030010* HEADER THE LISTENER HAS STORED BUT COBEDT01 HAS NOT YET EDITED *
030020* HAS NO BUSINESS DATE (ZERO); IT BELONGS TO THE OPEN DAY, SO AN *
030030* UNDATED R, S OR A HEADER IS TAKEN INTO THIS CLOSE.             *
030100*****************************************************************
030200 2100-TALLY-ONE.
030210     IF BAT-BUSINESS-DATE = ZERO
030220        AND (BAT-STATUS = 'R' OR 'S' OR 'A')
030230         GO TO 2100-COUNT
030240     END-IF.
030300     IF BAT-BUSINESS-DATE NOT = WS-CLOSE-DATE
030400         GO TO 2100-NEXT
030500     END-IF.
030550 2100-COUNT.
030600     ADD 1 TO WS-RCV-BATCHES.
030700     ADD BAT-RECORD-COUNT TO WS-RCV-RECORDS.
030800     EVALUATE BAT-STATUS
030900         WHEN 'A'
031000             ADD 1 TO WS-ACC-BATCHES
031100             ADD BAT-RECORD-COUNT TO WS-ACC-RECORDS
031200             MOVE 'ACCEPTED, NOT POSTED' TO OUT-MEANING
031300             PERFORM 2200-LIST-OUTSTANDING THRU 2200-EXIT
031400         WHEN 'P'
031500             ADD 1 TO WS-ACC-BATCHES
031600             ADD BAT-RECORD-COUNT TO WS-ACC-RECORDS
031700             ADD 1 TO WS-PST-BATCHES
031800             ADD BAT-RECORD-COUNT TO WS-PST-RECORDS
031900         WHEN 'X'
032000             ADD 1 TO WS-ACC-BATCHES
032100             ADD BAT-RECORD-COUNT TO WS-ACC-RECORDS
032200             ADD 1 TO WS-REV-BATCHES
032300             ADD BAT-RECORD-COUNT TO WS-REV-RECORDS
032400         WHEN 'J'
032500             ADD 1 TO WS-REJ-BATCHES
032600             ADD BAT-RECORD-COUNT TO WS-REJ-RECORDS
032700         WHEN 'S'
032800             ADD 1 TO WS-HLD-BATCHES
032900             ADD BAT-RECORD-COUNT TO WS-HLD-RECORDS
033000             MOVE 'HELD SUSPECT DUPLICATE' TO OUT-MEANING
033100             PERFORM 2200-LIST-OUTSTANDING THRU 2200-EXIT
033200         WHEN OTHER
033300             MOVE 'RECEIVED, NOT EDITED' TO OUT-MEANING
033400             PERFORM 2200-LIST-OUTSTANDING THRU 2200-EXIT
033500     END-EVALUATE.
033600 2100-NEXT.
033700     OBTAIN NEXT COBLIS-BATCH WITHIN COBLIS-BATCH-AREA.
033800     IF DB-NOTFND
033900         SET WS-BAT-EOF TO TRUE
034000     END-IF.
034100 2100-EXIT.
034200     EXIT.
034300*
034400 2200-LIST-OUTSTANDING.
034500     ADD 1 TO WS-OUTSTANDING.
034600     MOVE BAT-BATCH-ID  TO OUT-BATCH.
034700     MOVE BAT-CLIENT-ID TO OUT-CLIENT.
034800     MOVE BAT-STATUS    TO OUT-STATUS.
034900     WRITE RPT-RECORD FROM OUT-LINE AFTER ADVANCING 1 LINE.
035000 2200-EXIT.
035100     EXIT.
035200*
035300*****************************************************************
035400* 3000-TALLY-JOURNAL - SWEEP THE JOURNAL AREA FOR ENTRIES POSTED *
035500* UNDER THE BUSINESS DATE, SPLIT BY SOURCE                       *
035600*****************************************************************
035700 3000-TALLY-JOURNAL.
035800     OBTAIN FIRST COBLIS-JOURNAL WITHIN COBLIS-JOURNAL-AREA.
035900     IF DB-NOTFND
036000         SET WS-JRN-EOF TO TRUE
036100     END-IF.
036200     PERFORM 3100-TALLY-ENTRY THRU 3100-EXIT
036300         UNTIL WS-JRN-EOF.
036400 3000-EXIT.
036500     EXIT.
036600*
036700 3100-TALLY-ENTRY.
036800     IF JRN-BUSINESS-DATE NOT = WS-CLOSE-DATE
036900         GO TO 3100-NEXT
037000     END-IF.
037100     IF JRN-TXN-TYPE = 'DR'
037200         ADD JRN-AMOUNT TO WS-DAY-DR-TOTAL
037300     ELSE
037400         ADD JRN-AMOUNT TO WS-DAY-CR-TOTAL
037500     END-IF.
037600     EVALUATE JRN-SOURCE
037700         WHEN 'S'
037800             ADD 1 TO WS-JS-ENTRIES
037900             IF JRN-TXN-TYPE = 'DR'
038000                 ADD JRN-AMOUNT TO WS-JS-DR-TOTAL
038100             ELSE
038200                 ADD JRN-AMOUNT TO WS-JS-CR-TOTAL
038300             END-IF
038400         WHEN 'R'
038500             ADD 1 TO WS-JR-ENTRIES
038600             IF JRN-TXN-TYPE = 'DR'
038700                 ADD JRN-AMOUNT TO WS-JR-DR-TOTAL
038800             ELSE
038900                 ADD JRN-AMOUNT TO WS-JR-CR-TOTAL
039000             END-IF
039100         WHEN OTHER
039200             ADD 1 TO WS-JP-ENTRIES
039300             IF JRN-TXN-TYPE = 'DR'
039400                 ADD JRN-AMOUNT TO WS-JP-DR-TOTAL
039500             ELSE
039600                 ADD JRN-AMOUNT TO WS-JP-CR-TOTAL
039700             END-IF
039800     END-EVALUATE.
039900 3100-NEXT.
040000     OBTAIN NEXT COBLIS-JOURNAL WITHIN COBLIS-JOURNAL-AREA.
040100     IF DB-NOTFND
040200         SET WS-JRN-EOF TO TRUE
040300     END-IF.
040400 3100-EXIT.
040500     EXIT.
040600*
040700*****************************************************************
040800* 4000-PRINT-CONTROL-SHEET - THE BATCH COUNTS, THEN THE MONEY    *
040900*****************************************************************
041000 4000-PRINT-CONTROL-SHEET.
041100     WRITE RPT-RECORD FROM SHT-HDG-LINE AFTER ADVANCING 2 LINES.
041200     MOVE 'RECEIVED' TO SHT-LABEL.
041300     MOVE WS-RCV-BATCHES TO SHT-BATCHES.
041400     MOVE WS-RCV-RECORDS TO SHT-RECORDS.
041500     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
041600     MOVE 'ACCEPTED BY EDIT' TO SHT-LABEL.
041700     MOVE WS-ACC-BATCHES TO SHT-BATCHES.
041800     MOVE WS-ACC-RECORDS TO SHT-RECORDS.
041900     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
042000     MOVE 'REJECTED BY EDIT' TO SHT-LABEL.
042100     MOVE WS-REJ-BATCHES TO SHT-BATCHES.
042200     MOVE WS-REJ-RECORDS TO SHT-RECORDS.
042300     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
042400     MOVE 'HELD SUSPECT DUPLICATE' TO SHT-LABEL.
042500     MOVE WS-HLD-BATCHES TO SHT-BATCHES.
042600     MOVE WS-HLD-RECORDS TO SHT-RECORDS.
042700     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
042800     MOVE 'POSTED' TO SHT-LABEL.
042900     MOVE WS-PST-BATCHES TO SHT-BATCHES.
043000     MOVE WS-PST-RECORDS TO SHT-RECORDS.
043100     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
043200     MOVE 'POSTED, SINCE REVERSED' TO SHT-LABEL.
043300     MOVE WS-REV-BATCHES TO SHT-BATCHES.
043400     MOVE WS-REV-RECORDS TO SHT-RECORDS.
043500     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
043600     MOVE 'OUTSTANDING (R / S / A)' TO SHT-LABEL.
043700     MOVE WS-OUTSTANDING TO SHT-BATCHES.
043800     MOVE ZERO TO SHT-RECORDS.
043900     WRITE RPT-RECORD FROM SHT-LINE AFTER ADVANCING 1 LINE.
044000*
044100     WRITE RPT-RECORD FROM JRN-HDG-LINE AFTER ADVANCING 2 LINES.
044200     MOVE 'POSTED FROM BATCHES' TO JRN-LABEL.
044300     MOVE WS-JP-ENTRIES TO JRN-ENTRIES.
044400     MOVE WS-JP-DR-TOTAL TO JRN-DR.
044500     MOVE WS-JP-CR-TOTAL TO JRN-CR.
044600     WRITE RPT-RECORD FROM JRN-LINE AFTER ADVANCING 1 LINE.
044700     MOVE 'RE-POSTED FROM SUSPENSE' TO JRN-LABEL.
044800     MOVE WS-JS-ENTRIES TO JRN-ENTRIES.
044900     MOVE WS-JS-DR-TOTAL TO JRN-DR.
045000     MOVE WS-JS-CR-TOTAL TO JRN-CR.
045100     WRITE RPT-RECORD FROM JRN-LINE AFTER ADVANCING 1 LINE.
045200     MOVE 'REVERSAL CONTRAS' TO JRN-LABEL.
045300     MOVE WS-JR-ENTRIES TO JRN-ENTRIES.
045400     MOVE WS-JR-DR-TOTAL TO JRN-DR.
045500     MOVE WS-JR-CR-TOTAL TO JRN-CR.
045600     WRITE RPT-RECORD FROM JRN-LINE AFTER ADVANCING 1 LINE.
045700     COMPUTE WS-JP-ENTRIES = WS-JP-ENTRIES + WS-JS-ENTRIES
045800         + WS-JR-ENTRIES.
045900     MOVE 'DAY TOTAL' TO JRN-LABEL.
046000     MOVE WS-JP-ENTRIES TO JRN-ENTRIES.
046100     MOVE WS-DAY-DR-TOTAL TO JRN-DR.
046200     MOVE WS-DAY-CR-TOTAL TO JRN-CR.
046300     WRITE RPT-RECORD FROM JRN-LINE AFTER ADVANCING 2 LINES.
046400 4000-EXIT.
046500     EXIT.
046600*
046700*****************************************************************
046800* 5000-ROLL-DATE - STEP TO THE NEXT PROCESSING DAY, MODIFY THE   *
046900* CALENDAR RECORD AND AUDIT THE CHANGE IN ONE COMMIT. THE SWEEPS *
047000* TOOK CURRENCY, SO THE CALENDAR RECORD IS RE-OBTAINED FIRST.    *
047100*****************************************************************
047200 5000-ROLL-DATE.
047300     MOVE 'COBLIS01' TO BIZ-ID.
047400     OBTAIN CALC COBLIS-BIZDATE.
047500     MOVE WS-CLOSE-DATE TO WS-WORK-DATE-NUM.
047600     MOVE 'Y' TO WS-NONBUS-SW.
047700     PERFORM 5100-STEP-ONE-DAY THRU 5100-EXIT
047800         UNTIL NOT WS-NONBUS.
047900     MOVE WS-WORK-DATE-NUM TO WS-NEXT-DATE.
048000     MOVE WS-NEXT-DATE TO BIZ-CURRENT-DATE.
048100     MODIFY COBLIS-BIZDATE.
048200*
048300     MOVE 'BIZDATE'       TO AUD-RECORD-TYPE.
048400     MOVE 'COBLIS01'      TO AUD-RECORD-KEY.
048500     MOVE 'CUR-BUS-DATE'  TO AUD-FIELD-NAME.
048600     MOVE WS-CLOSE-DATE   TO WS-AUD-DATE.
048700     MOVE WS-AUD-DATE     TO AUD-OLD-VALUE.
048800     MOVE WS-NEXT-DATE    TO WS-AUD-DATE.
048900     MOVE WS-AUD-DATE     TO AUD-NEW-VALUE.
049000     MOVE WS-OPERATOR-ID  TO AUD-OPERATOR-ID.
049050     MOVE SPACES          TO AUD-CHECKER-ID.
049100     MOVE 'COBEOD01'      TO AUD-TERMINAL-ID.
049200     MOVE WS-RUN-TS       TO AUD-TIMESTAMP.
049300     STORE COBLIS-AUDIT.
049400     COMMIT.
049500*
049600     MOVE WS-CLOSE-DATE TO ROLL-OLD.
049700     MOVE WS-NEXT-DATE  TO ROLL-NEW.
049800     WRITE RPT-RECORD FROM ROLL-LINE AFTER ADVANCING 2 LINES.
049900 5000-EXIT.
050000     EXIT.
050100*
050200 5100-STEP-ONE-DAY.
050300     PERFORM 5200-NEXT-DAY THRU 5200-EXIT.
050400     PERFORM 5400-CHECK-BUSINESS-DAY THRU 5400-EXIT.
050500 5100-EXIT.
050600     EXIT.
050700*
050800*****************************************************************
050900* 5200-NEXT-DAY - STEP WS-WORK-DATE FORWARD ONE CALENDAR DAY,    *
051000* MONTH LENGTHS AND LEAP YEARS HONORED                           *
051100*****************************************************************
051200 5200-NEXT-DAY.
051300     PERFORM 5300-MONTH-LENGTH THRU 5300-EXIT.
051400     IF WS-WORK-DD LESS THAN WS-CAL-MONTH-DD
051500         ADD 1 TO WS-WORK-DD
051600         GO TO 5200-EXIT
051700     END-IF.
051800     MOVE 01 TO WS-WORK-DD.
051900     IF WS-WORK-MM LESS THAN 12
052000         ADD 1 TO WS-WORK-MM
052100         GO TO 5200-EXIT
052200     END-IF.
052300     MOVE 01 TO WS-WORK-MM.
052400     ADD 1 TO WS-WORK-YYYY.
052500 5200-EXIT.
052600     EXIT.
052700*
052800*****************************************************************
052900* 5300-MONTH-LENGTH - TRUE LENGTH OF WS-WORK-DATE'S MONTH,       *
053000* LEAP-AWARE, LEFT IN WS-CAL-MONTH-DD                            *
053100*****************************************************************
053200 5300-MONTH-LENGTH.
053300     MOVE WS-MONTH-DAY (WS-WORK-MM) TO WS-CAL-MONTH-DD.
053400     IF WS-WORK-MM = 02
053500         PERFORM 5350-CHECK-LEAP THRU 5350-EXIT
053600         IF WS-LEAP-YEAR
053700             MOVE 29 TO WS-CAL-MONTH-DD
053800         END-IF
053900     END-IF.
054000 5300-EXIT.
054100     EXIT.
054200*
054300*****************************************************************
054400* 5350-CHECK-LEAP - CENTURY-CORRECT LEAP YEAR TEST               *
054500*****************************************************************
054600 5350-CHECK-LEAP.
054700     MOVE 'N' TO WS-LEAP-SW.
054800     DIVIDE WS-WORK-YYYY BY 4 GIVING WS-QUOT
054900         REMAINDER WS-REM.
055000     IF WS-REM NOT = ZERO
055100         GO TO 5350-EXIT
055200     END-IF.
055300     DIVIDE WS-WORK-YYYY BY 100 GIVING WS-QUOT
055400         REMAINDER WS-REM.
055500     IF WS-REM NOT = ZERO
055600         SET WS-LEAP-YEAR TO TRUE
055700         GO TO 5350-EXIT
055800     END-IF.
055900     DIVIDE WS-WORK-YYYY BY 400 GIVING WS-QUOT
056000         REMAINDER WS-REM.
056100     IF WS-REM = ZERO
056200         SET WS-LEAP-YEAR TO TRUE
056300     END-IF.
056400 5350-EXIT.
056500     EXIT.
056600*
056700*****************************************************************
056800* 5400-CHECK-BUSINESS-DAY - IS THE DATE IN WS-WORK-DATE A        *
056900* NON-PROCESSING DAY? WEEKEND FLAGS AND THE HOLIDAY TABLE ON     *
057000* THE CALENDAR RECORD DECIDE (WS-DOW 0 = SATURDAY, 1 = SUNDAY).  *
057100*****************************************************************
057200 5400-CHECK-BUSINESS-DAY.
057300     MOVE 'N' TO WS-NONBUS-SW.
057400     PERFORM 5500-DAY-OF-WEEK THRU 5500-EXIT.
057500     IF WS-DOW = 0 AND BIZ-SAT-FLAG = 'Y'
057600         SET WS-NONBUS TO TRUE
057700         GO TO 5400-EXIT
057800     END-IF.
057900     IF WS-DOW = 1 AND BIZ-SUN-FLAG = 'Y'
058000         SET WS-NONBUS TO TRUE
058100         GO TO 5400-EXIT
058200     END-IF.
058300     PERFORM 5450-CHECK-HOLIDAY THRU 5450-EXIT
058400         VARYING WS-HOL-SUB FROM 1 BY 1
058500         UNTIL WS-HOL-SUB GREATER THAN 12 OR WS-NONBUS.
058600 5400-EXIT.
058700     EXIT.
058800*
058900 5450-CHECK-HOLIDAY.
059000     IF BIZ-HOLIDAY (WS-HOL-SUB) = WS-WORK-DATE-NUM
059100         SET WS-NONBUS TO TRUE
059200     END-IF.
059300 5450-EXIT.
059400     EXIT.
059500*
059600*****************************************************************
059700* 5500-DAY-OF-WEEK - ZELLER'S CONGRUENCE ON WS-WORK-DATE, EACH   *
059800* DIVISION A SEPARATE INTEGER DIVIDE. RESULT IN WS-DOW:          *
059900* 0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, ...                      *
060000*****************************************************************
060100 5500-DAY-OF-WEEK.
060200     MOVE WS-WORK-YYYY TO WS-ZEL-YEAR.
060300     MOVE WS-WORK-MM   TO WS-ZEL-MONTH.
060400     IF WS-ZEL-MONTH LESS THAN 03
060500         ADD 12 TO WS-ZEL-MONTH
060600         SUBTRACT 1 FROM WS-ZEL-YEAR
060700     END-IF.
060800     DIVIDE WS-ZEL-YEAR BY 100 GIVING WS-ZEL-J
060900         REMAINDER WS-ZEL-K.
061000     DIVIDE WS-ZEL-K BY 4 GIVING WS-ZEL-K4.
061100     DIVIDE WS-ZEL-J BY 4 GIVING WS-ZEL-J4.
061200     COMPUTE WS-ZEL-TERM13 = 13 * (WS-ZEL-MONTH + 1).
061300     DIVIDE WS-ZEL-TERM13 BY 5 GIVING WS-ZEL-T5.
061400     COMPUTE WS-ZEL-SUM = WS-WORK-DD + WS-ZEL-T5 + WS-ZEL-K
061500         + WS-ZEL-K4 + WS-ZEL-J4 + 5 * WS-ZEL-J.
061600     DIVIDE WS-ZEL-SUM BY 7 GIVING WS-QUOT
061700         REMAINDER WS-DOW.
061800 5500-EXIT.
061900     EXIT.
062000*
062100*****************************************************************
062200* 9999-TERMINATE                                                *
062300*****************************************************************
062400 9999-TERMINATE.
062500     CLOSE RPT-FILE.
062600 9999-EXIT.
062700     EXIT.
