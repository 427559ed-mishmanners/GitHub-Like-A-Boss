000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBGLX01.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - GENERAL LEDGER INTERFACE FILE
001100*                FOR ONE CLOSED BUSINESS DATE, WITH THE CONTROL
001200*                REPORT THAT TIES IT BACK TO THE POSTING REGISTER.
001210* 10/15/26  DLJ  RERUN AUDIT ROW CARRIES A BLANK CHECKER ID.
001300*================================================================
001400*
001500*****************************************************************
001600* COBGLX01 BUILDS THE GENERAL LEDGER FEED FOR ONE BUSINESS DATE  *
001700* SO FINANCE NO LONGER REKEYS THE POSTING REGISTER'S TOTALS. THE *
001800* MONEY COMES FROM THE COBLIS-JOURNAL ENTRIES POSTED UNDER THE   *
001900* DATE: THE POSTINGS OF THE BATCHES STAMPED WITH IT (BAT-        *
002000* BUSINESS-DATE), PLUS ANY SUSPENSE RE-POSTS AND COBREV01        *
002100* REVERSAL CONTRAS MADE ON IT, EACH CHARGED TO THE CLIENT OF THE *
002200* BATCH IT CAME FROM. THE FEED CARRIES ONE SUMMARY ENTRY PER     *
002300* CLIENT AND TRANSACTION TYPE (DR / CR).                         *
002400*                                                                *
002500* A DATE IS EXTRACTED ONCE. THE COBLIS-GLCTL RECORD FOR THE DATE *
002600* (CALC ON GLC-BUSINESS-DATE) RECORDS EACH EXTRACT, AND A SECOND *
002700* RUN FOR THE SAME DATE IS REFUSED UNLESS THE PARM CARD FORCES   *
002800* IT AND NAMES THE OPERATOR; A FORCED RERUN IS WRITTEN TO        *
002900* COBLIS-AUDIT. ONLY A CLOSED DATE - ONE COBEOD01 HAS ALREADY    *
003000* ROLLED PAST - CAN BE EXTRACTED, SO THE FEED NEVER MISSES A     *
003100* LATE POSTING. A REFUSED RUN WRITES NOTHING TO THE FEED.        *
003200*                                                                *
003300* THE CONTROL REPORT LISTS EACH BATCH'S DEBIT AND CREDIT TOTALS  *
003400* EXACTLY AS COBPST01 PRINTED THEM ON THE POSTING REGISTER, THEN *
003500* THE SUSPENSE RE-POSTS AND REVERSAL CONTRAS, AND PROVES THEIR   *
003600* SUM AGAINST THE FEED'S TRAILER HASH TOTALS.                    *
003700*                                                                *
003800* SYSIN PARM CARD: BUSINESS DATE YYYYMMDD IN COLS 1-8            *
003900* (REQUIRED); 'F' IN COL 10 FORCES A RERUN, WITH THE OPERATOR ID *
004000* IN COLS 12-19.                                                 *
004100*                                                                *
004200* GL FEED RECORD LAYOUT (80 BYTES), POS 1 IS THE RECORD TYPE:    *
004300*   HEADER  'H'  POS  2- 9  SOURCE SYSTEM 'COBLIS'               *
004400*                POS 10-17  BUSINESS DATE, YYYYMMDD              *
004500*                POS 18-33  CREATED TIMESTAMP                    *
004600*                POS 34-36  RUN NUMBER FOR THE DATE, 9(3)        *
004700*   DETAIL  'D'  POS  2- 9  BUSINESS DATE, YYYYMMDD              *
004800*                POS 10-17  CLIENT / BRANCH IDENTITY             *
004900*                POS 18-19  TRANSACTION TYPE (DR / CR)           *
005000*                POS 20-26  ENTRIES SUMMARISED, 9(7)             *
005100*                POS 27-41  AMOUNT, 9(13)V99                     *
005200*   TRAILER 'T'  POS  2- 9  BUSINESS DATE, YYYYMMDD              *
005300*                POS 10-16  DETAIL RECORD COUNT, 9(7)            *
005400*                POS 17-31  DEBIT HASH TOTAL, 9(13)V99           *
005500*                POS 32-46  CREDIT HASH TOTAL, 9(13)V99          *
005600*   REMAINING POSITIONS ARE SPACES.                              *
005700*****************************************************************
005800*
005900 ENVIRONMENT DIVISION.
006000 IDMS-CONTROL SECTION.
006100 PROTOCOL.      MODE IS BATCH
006200                IDMS-RECORDS MANUAL.
006300*
006400 CONFIGURATION SECTION.
006500 SOURCE-COMPUTER.   IBM-ZSERIES.
006600 OBJECT-COMPUTER.   IBM-ZSERIES.
006700 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
006800*
006900 INPUT-OUTPUT SECTION.
007000 FILE-CONTROL.
007100     SELECT GL-FILE ASSIGN TO GLFILE
007200         ORGANIZATION IS SEQUENTIAL.
007300     SELECT RPT-FILE ASSIGN TO RPTFILE
007400         ORGANIZATION IS SEQUENTIAL.
007500 DATA DIVISION.
007600*
007700 FILE SECTION.
007800*
007900 FD  GL-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD.
008200 01  GL-RECORD            PIC X(80).
008300 FD  RPT-FILE
008400     RECORDING MODE IS F
008500     LABEL RECORDS ARE STANDARD.
008600 01  RPT-RECORD           PIC X(133).
008700*
008800 WORKING-STORAGE SECTION.
008900*
009000 01  COPY IDMS SUBSCHEMA-CTRL.
009100 01  COPY IDMS RECORD COBLIS-BATCH.
009200 01  COPY IDMS RECORD COBLIS-JOURNAL.
009300 01  COPY IDMS RECORD COBLIS-BIZDATE.
009400 01  COPY IDMS RECORD COBLIS-GLCTL.
009500 01  COPY IDMS RECORD COBLIS-AUDIT.
009600*
009700*****************************************************************
009800* SWITCHES                                                       *
009900*****************************************************************
010000 01  WS-SWITCHES.
010100     05  WS-PARM-BAD-SW       PIC X(01) VALUE 'N'.
010200         88  WS-PARM-BAD                 VALUE 'Y'.
010300     05  WS-REFUSED-SW        PIC X(01) VALUE 'N'.
010400         88  WS-REFUSED                  VALUE 'Y'.
010500     05  WS-JRN-EOF-SW        PIC X(01) VALUE 'N'.
010600         88  WS-JRN-EOF                  VALUE 'Y'.
010700     05  WS-RERUN-SW          PIC X(01) VALUE 'N'.
010800         88  WS-RERUN                    VALUE 'Y'.
010900     05  WS-CLIENT-FOUND-SW   PIC X(01).
011000         88  WS-CLIENT-FOUND             VALUE 'Y'.
011100     05  WS-BATCH-FOUND-SW    PIC X(01).
011200         88  WS-BATCH-FOUND              VALUE 'Y'.
011300*
011400*****************************************************************
011500* PARM CARD - DATE COLS 1-8, FORCE FLAG COL 10, OPERATOR 12-19   *
011600*****************************************************************
011700 01  WS-PARM-CARD.
011800     05  WS-PARM-DATE         PIC X(08).
011900     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
012000                              PIC 9(08).
012100     05  FILLER               PIC X(01).
012200     05  WS-PARM-FORCE        PIC X(01).
012300         88  WS-PARM-FORCED              VALUE 'F'.
012400     05  FILLER               PIC X(01).
012500     05  WS-PARM-OPERATOR     PIC X(08).
012600     05  FILLER               PIC X(61).
012700*
012800 77  WS-GL-BUSDATE            PIC 9(08).
012900 77  WS-RUN-NUMBER            PIC 9(03) VALUE 1.
013000 77  WS-PRIOR-RUNS            PIC 9(03) VALUE ZERO.
013100 77  WS-LAST-BATCH-ID         PIC X(08) VALUE HIGH-VALUES.
013200 77  WS-LAST-CLIENT-ID        PIC X(08) VALUE SPACES.
013300 77  WS-LAST-BAT-STATUS       PIC X(01) VALUE SPACE.
013400 77  WS-WORK-CLIENT           PIC X(08).
013500 77  WS-AUD-NUM               PIC 9(03).
013600*
013700 01  WS-RUN-TS.
013800     05  WS-RUN-TS-DATE       PIC 9(08).
013900     05  WS-RUN-TS-TIME       PIC 9(08).
014000*
014100*****************************************************************
014200* GL FEED RECORD LAYOUTS - SEE THE BANNER FOR POSITIONS          *
014300*****************************************************************
014400 01  WS-GL-HEADER.
014500     05  GLH-REC-TYPE         PIC X(01) VALUE 'H'.
014600     05  GLH-SOURCE           PIC X(08) VALUE 'COBLIS'.
014700     05  GLH-BUSDATE          PIC 9(08).
014800     05  GLH-CREATED-TS       PIC 9(16).
014900     05  GLH-RUN-NUMBER       PIC 9(03).
015000     05  FILLER               PIC X(44) VALUE SPACES.
015100 01  WS-GL-DETAIL.
015200     05  GLD-REC-TYPE         PIC X(01) VALUE 'D'.
015300     05  GLD-BUSDATE          PIC 9(08).
015400     05  GLD-CLIENT-ID        PIC X(08).
015500     05  GLD-TXN-TYPE         PIC X(02).
015600     05  GLD-ENTRY-COUNT      PIC 9(07).
015700     05  GLD-AMOUNT           PIC 9(13)V9(02).
015800     05  FILLER               PIC X(39) VALUE SPACES.
015900 01  WS-GL-TRAILER.
016000     05  GLT-REC-TYPE         PIC X(01) VALUE 'T'.
016100     05  GLT-BUSDATE          PIC 9(08).
016200     05  GLT-DETAIL-COUNT     PIC 9(07).
016300     05  GLT-DR-HASH          PIC 9(13)V9(02).
016400     05  GLT-CR-HASH          PIC 9(13)V9(02).
016500     05  FILLER               PIC X(34) VALUE SPACES.
016600*
016700*****************************************************************
016800* PER-CLIENT SUMMARY TABLE - FIND-OR-ADD AS IN COBRPT02. A FEED  *
016900* THAT DROPPED A CLIENT WOULD NOT BALANCE, SO AN OVERFLOW        *
017000* REFUSES THE EXTRACT RATHER THAN WRITING A SHORT FILE.          *
017100*****************************************************************
017200 01  WS-CLIENT-TABLE.
017300     05  WS-CLIENT-ENTRY      OCCURS 100 TIMES
017400                              INDEXED BY WS-CLIENT-IDX.
017500         10  WS-CLIENT-ID     PIC X(08).
017600         10  WS-CLIENT-DR-CNT PIC 9(07) COMP.
017700         10  WS-CLIENT-DR-AMT PIC 9(13)V9(02) COMP-3.
017800         10  WS-CLIENT-CR-CNT PIC 9(07) COMP.
017900         10  WS-CLIENT-CR-AMT PIC 9(13)V9(02) COMP-3.
018000 77  WS-CLIENT-ENTRIES-USED   PIC 9(04) COMP VALUE ZERO.
018100 77  WS-CLIENT-OVERFLOW-COUNT PIC 9(07) COMP VALUE ZERO.
018200*
018300*****************************************************************
018400* PER-BATCH TABLE FOR THE CONTROL REPORT - THE BATCH POSTINGS    *
018500* ONLY. A BATCH PAST THE TABLE STILL COUNTS IN THE FEED AND IS   *
018600* SHOWN ON ONE "OTHER BATCHES" LINE.                             *
018700*****************************************************************
018800 01  WS-BATCH-TABLE.
018900     05  WS-BATCH-ENTRY       OCCURS 500 TIMES
019000                              INDEXED BY WS-BATCH-IDX.
019100         10  WS-BATCH-ID      PIC X(08).
019200         10  WS-BATCH-CLIENT  PIC X(08).
019300         10  WS-BATCH-STATUS  PIC X(01).
019400         10  WS-BATCH-DR-AMT  PIC 9(13)V9(02) COMP-3.
019500         10  WS-BATCH-CR-AMT  PIC 9(13)V9(02) COMP-3.
019600 77  WS-BATCH-ENTRIES-USED    PIC 9(04) COMP VALUE ZERO.
019700 77  WS-OTHER-DR-AMT          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
019800 77  WS-OTHER-CR-AMT          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
019900*
020000*****************************************************************
020100* TOTALS BY JOURNAL SOURCE, AND THE FEED'S OWN TOTALS            *
020200*****************************************************************
020300 77  WS-JP-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020400 77  WS-JP-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020500 77  WS-JS-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020600 77  WS-JS-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020700 77  WS-JR-DR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020800 77  WS-JR-CR-TOTAL           PIC 9(13)V9(02) COMP-3 VALUE ZERO.
020900 77  WS-JRN-DR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
021000 77  WS-JRN-CR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
021100 77  WS-JRN-ENTRIES           PIC 9(09) COMP VALUE ZERO.
021200 77  WS-GL-DR-HASH            PIC 9(13)V9(02) COMP-3 VALUE ZERO.
021300 77  WS-GL-CR-HASH            PIC 9(13)V9(02) COMP-3 VALUE ZERO.
021400 77  WS-GL-DETAILS            PIC 9(07) COMP VALUE ZERO.
021500*
021600*****************************************************************
021700* REPORT LINES                                                   *
021800*****************************************************************
021900 01  HDG-LINE-1.
022000     05  FILLER               PIC X(44)
022100         VALUE 'COBLIS GENERAL LEDGER EXTRACT CONTROL REPORT'.
022200 01  HDG-LINE-2.
022300     05  FILLER               PIC X(13) VALUE 'REPORT DATE: '.
022400     05  HDG-DATE             PIC 9(08).
022500     05  FILLER               PIC X(17)
022600         VALUE '  BUSINESS DATE: '.
022700     05  HDG-BUSDATE          PIC 9(08).
022800     05  FILLER               PIC X(08) VALUE '  RUN: '.
022900     05  HDG-RUN              PIC ZZ9.
023000 01  COL-HDG-LINE.
023100     05  FILLER               PIC X(36) VALUE SPACES.
023200     05  FILLER               PIC X(22)
023300         VALUE '           DEBIT TOTAL'.
023400     05  FILLER               PIC X(22)
023500         VALUE '          CREDIT TOTAL'.
023600 01  CTL-LINE.
023700     05  CTL-LABEL            PIC X(36).
023800     05  CTL-DR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER               PIC X(02) VALUE SPACES.
024000     05  CTL-CR               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024100 01  CTL-BATCH-LABEL.
024200     05  FILLER               PIC X(08) VALUE '  BATCH '.
024300     05  CBL-BATCH            PIC X(08).
024400     05  FILLER               PIC X(02) VALUE SPACES.
024500     05  CBL-CLIENT           PIC X(08).
024600     05  FILLER               PIC X(02) VALUE SPACES.
024700     05  CBL-NOTE             PIC X(08).
024800 01  CTL-CLIENT-LABEL.
024900     05  FILLER               PIC X(02) VALUE SPACES.
025000     05  CCL-CLIENT           PIC X(08).
025100     05  FILLER               PIC X(04) VALUE ' DR '.
025200     05  CCL-DR-CNT           PIC ZZZZZZ9.
025300     05  FILLER               PIC X(04) VALUE ' CR '.
025400     05  CCL-CR-CNT           PIC ZZZZZZ9.
025500 01  REFUSE-LINE.
025600     05  FILLER               PIC X(18)
025700         VALUE 'EXTRACT REFUSED - '.
025800     05  REFUSE-REASON        PIC X(60).
025900 01  DTL-LINE.
026000     05  DTL-LABEL            PIC X(40).
026100     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
026200*
026300 PROCEDURE DIVISION.
026400*
026500*****************************************************************
026600* 0000-MAINLINE                                                 *
026700*****************************************************************
026800 0000-MAINLINE.
026900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027000     IF NOT WS-PARM-BAD AND NOT WS-REFUSED
027100         PERFORM 2000-GATHER-JOURNAL THRU 2000-EXIT
027200         IF WS-CLIENT-OVERFLOW-COUNT GREATER THAN ZERO
027300             MOVE 'MORE THAN 100 CLIENTS POSTED ON THE DATE'
027400                 TO REFUSE-REASON
027500             PERFORM 1900-REFUSE THRU 1900-EXIT
027600         END-IF
027700     END-IF.
027800     IF NOT WS-PARM-BAD AND NOT WS-REFUSED
027900         PERFORM 3000-WRITE-FEED THRU 3000-EXIT
028000         PERFORM 4000-RECORD-EXTRACT THRU 4000-EXIT
028100         PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT
028200     END-IF.
028300     PERFORM 9999-TERMINATE THRU 9999-EXIT.
028400     GOBACK.
028500*
028600*****************************************************************
028700* 1000-INITIALIZE - VALIDATE THE PARM CARD, THEN MAKE SURE THE   *
028800* DATE IS CLOSED AND NOT ALREADY EXTRACTED (OR IS BEING FORCED)  *
028900*****************************************************************
029000 1000-INITIALIZE.
029100     OPEN OUTPUT RPT-FILE.
029200     ACCEPT HDG-DATE FROM DATE YYYYMMDD.
029300     ACCEPT WS-RUN-TS-DATE FROM DATE YYYYMMDD.
029400     ACCEPT WS-RUN-TS-TIME FROM TIME.
029500     MOVE SPACES TO WS-PARM-CARD.
029600     ACCEPT WS-PARM-CARD.
029700     IF WS-PARM-DATE NOT NUMERIC
029800         SET WS-PARM-BAD TO TRUE
029900         MOVE 'BUSINESS DATE PARM MISSING OR NOT NUMERIC'
030000             TO RPT-RECORD
030100         WRITE RPT-RECORD AFTER ADVANCING PAGE
030200         GO TO 1000-EXIT
030300     END-IF.
030400     IF WS-PARM-FORCED AND WS-PARM-OPERATOR = SPACES
030500         SET WS-PARM-BAD TO TRUE
030600         MOVE 'FORCED RERUN NEEDS THE OPERATOR ID IN COLS 12-19'
030700             TO RPT-RECORD
030800         WRITE RPT-RECORD AFTER ADVANCING PAGE
030900         GO TO 1000-EXIT
031000     END-IF.
031100     MOVE WS-PARM-DATE-N TO WS-GL-BUSDATE.
031200*
031300     MOVE WS-GL-BUSDATE TO GLC-BUSINESS-DATE.
031400     OBTAIN CALC COBLIS-GLCTL.
031500     IF NOT DB-NOTFND
031600         SET WS-RERUN TO TRUE
031700         MOVE GLC-RUN-COUNT TO WS-PRIOR-RUNS
031800         COMPUTE WS-RUN-NUMBER = GLC-RUN-COUNT + 1
031900     END-IF.
032000     MOVE WS-GL-BUSDATE TO HDG-BUSDATE.
032100     MOVE WS-RUN-NUMBER TO HDG-RUN.
032200     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
032300     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
032400*
032500     MOVE 'COBLIS01' TO BIZ-ID.
032600     OBTAIN CALC COBLIS-BIZDATE.
032700     IF DB-NOTFND
032800         OR WS-GL-BUSDATE NOT LESS THAN BIZ-CURRENT-DATE
032900         MOVE 'BUSINESS DATE HAS NOT BEEN CLOSED BY COBEOD01'
033000             TO REFUSE-REASON
033100         PERFORM 1900-REFUSE THRU 1900-EXIT
033200         GO TO 1000-EXIT
033300     END-IF.
033400     IF WS-RERUN AND NOT WS-PARM-FORCED
033500         MOVE 'DATE ALREADY EXTRACTED - RERUN NEEDS F IN COL 10'
033600             TO REFUSE-REASON
033700         PERFORM 1900-REFUSE THRU 1900-EXIT
033800         MOVE 'PREVIOUS EXTRACTS FOR THE DATE:' TO DTL-LABEL
033900         MOVE WS-PRIOR-RUNS TO DTL-VALUE
034000         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
034100     END-IF.
034200 1000-EXIT.
034300     EXIT.
034400*
034500 1900-REFUSE.
034600     SET WS-REFUSED TO TRUE.
034700     WRITE RPT-RECORD FROM REFUSE-LINE AFTER ADVANCING 2 LINES.
034800 1900-EXIT.
034900     EXIT.
035000*
035100*****************************************************************
035200* 2000-GATHER-JOURNAL - SWEEP THE JOURNAL AREA FOR THE DATE'S    *
035300* ENTRIES AND ROLL EACH INTO ITS CLIENT'S SUMMARY                *
035400*****************************************************************
035500 2000-GATHER-JOURNAL.
035600     OBTAIN FIRST COBLIS-JOURNAL WITHIN COBLIS-JOURNAL-AREA.
035700     IF DB-NOTFND
035800         SET WS-JRN-EOF TO TRUE
035900     END-IF.
036000     PERFORM 2100-GATHER-ENTRY THRU 2100-EXIT
036100         UNTIL WS-JRN-EOF.
036200 2000-EXIT.
036300     EXIT.
036400*
036500*****************************************************************
036600* 2100-GATHER-ENTRY - ONE JOURNAL ENTRY PER CALL. THE CLIENT IS  *
036700* THE OWNING BATCH'S BAT-CLIENT-ID, LOOKED UP ONLY WHEN THE      *
036800* BATCH CHANGES; THE CALC LOOKUP LEAVES THE JOURNAL AREA'S       *
036900* CURRENCY ALONE, SO THE SWEEP CARRIES ON.                       *
037000*****************************************************************
037100 2100-GATHER-ENTRY.
037200     IF JRN-BUSINESS-DATE NOT = WS-GL-BUSDATE
037300         GO TO 2100-NEXT
037400     END-IF.
037500     IF JRN-BATCH-ID NOT = WS-LAST-BATCH-ID
037600         MOVE JRN-BATCH-ID TO WS-LAST-BATCH-ID
037700         MOVE JRN-BATCH-ID TO BAT-BATCH-ID
037800         OBTAIN CALC COBLIS-BATCH
037900         IF DB-NOTFND
038000             MOVE '*UNKNOWN' TO WS-LAST-CLIENT-ID
038100             MOVE SPACE TO WS-LAST-BAT-STATUS
038200         ELSE
038300             MOVE BAT-CLIENT-ID TO WS-LAST-CLIENT-ID
038400             MOVE BAT-STATUS TO WS-LAST-BAT-STATUS
038500         END-IF
038600     END-IF.
038700     MOVE WS-LAST-CLIENT-ID TO WS-WORK-CLIENT.
038800     ADD 1 TO WS-JRN-ENTRIES.
038900     IF JRN-TXN-TYPE = 'DR'
039000         ADD JRN-AMOUNT TO WS-JRN-DR-TOTAL
039100     ELSE
039200         ADD JRN-AMOUNT TO WS-JRN-CR-TOTAL
039300     END-IF.
039400     EVALUATE JRN-SOURCE
039500         WHEN 'S'
039600             IF JRN-TXN-TYPE = 'DR'
039700                 ADD JRN-AMOUNT TO WS-JS-DR-TOTAL
039800             ELSE
039900                 ADD JRN-AMOUNT TO WS-JS-CR-TOTAL
040000             END-IF
040100         WHEN 'R'
040200             IF JRN-TXN-TYPE = 'DR'
040300                 ADD JRN-AMOUNT TO WS-JR-DR-TOTAL
040400             ELSE
040500                 ADD JRN-AMOUNT TO WS-JR-CR-TOTAL
040600             END-IF
040700         WHEN OTHER
040800             IF JRN-TXN-TYPE = 'DR'
040900                 ADD JRN-AMOUNT TO WS-JP-DR-TOTAL
041000             ELSE
041100                 ADD JRN-AMOUNT TO WS-JP-CR-TOTAL
041200             END-IF
041300             PERFORM 2300-TALLY-BATCH THRU 2300-EXIT
041400     END-EVALUATE.
041500     PERFORM 2200-TALLY-CLIENT THRU 2200-EXIT.
041600 2100-NEXT.
041700     OBTAIN NEXT COBLIS-JOURNAL WITHIN COBLIS-JOURNAL-AREA.
041800     IF DB-NOTFND
041900         SET WS-JRN-EOF TO TRUE
042000     END-IF.
042100 2100-EXIT.
042200     EXIT.
042300*
042400*****************************************************************
042500* 2200-TALLY-CLIENT - FIND OR ADD THE CLIENT'S SUMMARY ENTRY AND *
042600* ROLL THE JOURNAL ENTRY INTO IT                                 *
042700*****************************************************************
042800 2200-TALLY-CLIENT.
042900     MOVE 'N' TO WS-CLIENT-FOUND-SW.
043000     IF WS-CLIENT-ENTRIES-USED GREATER THAN ZERO
043100         PERFORM 2210-SEARCH-CLIENT THRU 2210-EXIT
043200             VARYING WS-CLIENT-IDX FROM 1 BY 1
043300             UNTIL WS-CLIENT-IDX GREATER THAN
043400                 WS-CLIENT-ENTRIES-USED
043500                 OR WS-CLIENT-FOUND
043600     END-IF.
043700     IF NOT WS-CLIENT-FOUND
043800         IF WS-CLIENT-ENTRIES-USED LESS THAN 100
043900             ADD 1 TO WS-CLIENT-ENTRIES-USED
044000             SET WS-CLIENT-IDX TO WS-CLIENT-ENTRIES-USED
044100             MOVE WS-WORK-CLIENT
044200                 TO WS-CLIENT-ID (WS-CLIENT-IDX)
044300             MOVE ZERO TO WS-CLIENT-DR-CNT (WS-CLIENT-IDX)
044400             MOVE ZERO TO WS-CLIENT-DR-AMT (WS-CLIENT-IDX)
044500             MOVE ZERO TO WS-CLIENT-CR-CNT (WS-CLIENT-IDX)
044600             MOVE ZERO TO WS-CLIENT-CR-AMT (WS-CLIENT-IDX)
044700             PERFORM 2220-ROLL-CLIENT THRU 2220-EXIT
044800         ELSE
044900             ADD 1 TO WS-CLIENT-OVERFLOW-COUNT
045000         END-IF
045100     END-IF.
045200 2200-EXIT.
045300     EXIT.
045400*
045500*****************************************************************
045600* 2210-SEARCH-CLIENT - ONE TABLE SLOT PER CALL; THE ENTRY ROLLS  *
045700* IN AT MATCH TIME, WHILE WS-CLIENT-IDX STILL POINTS AT THE SLOT *
045800*****************************************************************
045900 2210-SEARCH-CLIENT.
046000     IF WS-WORK-CLIENT = WS-CLIENT-ID (WS-CLIENT-IDX)
046100         PERFORM 2220-ROLL-CLIENT THRU 2220-EXIT
046200         SET WS-CLIENT-FOUND TO TRUE
046300     END-IF.
046400 2210-EXIT.
046500     EXIT.
046600*
046700 2220-ROLL-CLIENT.
046800     IF JRN-TXN-TYPE = 'DR'
046900         ADD 1 TO WS-CLIENT-DR-CNT (WS-CLIENT-IDX)
047000         ADD JRN-AMOUNT TO WS-CLIENT-DR-AMT (WS-CLIENT-IDX)
047100     ELSE
047200         ADD 1 TO WS-CLIENT-CR-CNT (WS-CLIENT-IDX)
047300         ADD JRN-AMOUNT TO WS-CLIENT-CR-AMT (WS-CLIENT-IDX)
047400     END-IF.
047500 2220-EXIT.
047600     EXIT.
047700*
047800*****************************************************************
047900* 2300-TALLY-BATCH - FIND OR ADD THE BATCH'S CONTROL-REPORT      *
048000* ENTRY FOR A BATCH POSTING; PAST THE TABLE IT GOES TO "OTHER"   *
048100*****************************************************************
048200 2300-TALLY-BATCH.
048300     MOVE 'N' TO WS-BATCH-FOUND-SW.
048400     IF WS-BATCH-ENTRIES-USED GREATER THAN ZERO
048500         PERFORM 2310-SEARCH-BATCH THRU 2310-EXIT
048600             VARYING WS-BATCH-IDX FROM 1 BY 1
048700             UNTIL WS-BATCH-IDX GREATER THAN
048800                 WS-BATCH-ENTRIES-USED
048900                 OR WS-BATCH-FOUND
049000     END-IF.
049100     IF WS-BATCH-FOUND
049200         GO TO 2300-EXIT
049300     END-IF.
049400     IF WS-BATCH-ENTRIES-USED LESS THAN 500
049500         ADD 1 TO WS-BATCH-ENTRIES-USED
049600         SET WS-BATCH-IDX TO WS-BATCH-ENTRIES-USED
049700         MOVE JRN-BATCH-ID TO WS-BATCH-ID (WS-BATCH-IDX)
049800         MOVE WS-LAST-CLIENT-ID TO WS-BATCH-CLIENT (WS-BATCH-IDX)
049900         MOVE WS-LAST-BAT-STATUS
050000             TO WS-BATCH-STATUS (WS-BATCH-IDX)
050100         MOVE ZERO TO WS-BATCH-DR-AMT (WS-BATCH-IDX)
050200         MOVE ZERO TO WS-BATCH-CR-AMT (WS-BATCH-IDX)
050300         PERFORM 2320-ROLL-BATCH THRU 2320-EXIT
050400     ELSE
050500         IF JRN-TXN-TYPE = 'DR'
050600             ADD JRN-AMOUNT TO WS-OTHER-DR-AMT
050700         ELSE
050800             ADD JRN-AMOUNT TO WS-OTHER-CR-AMT
050900         END-IF
051000     END-IF.
051100 2300-EXIT.
051200     EXIT.
051300*
051400 2310-SEARCH-BATCH.
051500     IF JRN-BATCH-ID = WS-BATCH-ID (WS-BATCH-IDX)
051600         PERFORM 2320-ROLL-BATCH THRU 2320-EXIT
051700         SET WS-BATCH-FOUND TO TRUE
051800     END-IF.
051900 2310-EXIT.
052000     EXIT.
052100*
052200 2320-ROLL-BATCH.
052300     IF JRN-TXN-TYPE = 'DR'
052400         ADD JRN-AMOUNT TO WS-BATCH-DR-AMT (WS-BATCH-IDX)
052500     ELSE
052600         ADD JRN-AMOUNT TO WS-BATCH-CR-AMT (WS-BATCH-IDX)
052700     END-IF.
052800 2320-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053200* 3000-WRITE-FEED - HEADER, ONE DETAIL PER CLIENT AND TYPE WITH  *
053300* ANY ENTRIES, AND THE TRAILER WITH THE COUNT AND HASH TOTALS    *
053400*****************************************************************
053500 3000-WRITE-FEED.
053600     OPEN OUTPUT GL-FILE.
053700     MOVE WS-GL-BUSDATE TO GLH-BUSDATE.
053800     MOVE WS-RUN-TS     TO GLH-CREATED-TS.
053900     MOVE WS-RUN-NUMBER TO GLH-RUN-NUMBER.
054000     WRITE GL-RECORD FROM WS-GL-HEADER.
054100     MOVE WS-GL-BUSDATE TO GLD-BUSDATE.
054200     IF WS-CLIENT-ENTRIES-USED GREATER THAN ZERO
054300         PERFORM 3100-WRITE-CLIENT THRU 3100-EXIT
054400             VARYING WS-CLIENT-IDX FROM 1 BY 1
054500             UNTIL WS-CLIENT-IDX GREATER THAN
054600                 WS-CLIENT-ENTRIES-USED
054700     END-IF.
054800     MOVE WS-GL-BUSDATE TO GLT-BUSDATE.
054900     MOVE WS-GL-DETAILS TO GLT-DETAIL-COUNT.
055000     MOVE WS-GL-DR-HASH TO GLT-DR-HASH.
055100     MOVE WS-GL-CR-HASH TO GLT-CR-HASH.
055200     WRITE GL-RECORD FROM WS-GL-TRAILER.
055300     CLOSE GL-FILE.
055400 3000-EXIT.
055500     EXIT.
055600*
055700 3100-WRITE-CLIENT.
055800     MOVE WS-CLIENT-ID (WS-CLIENT-IDX) TO GLD-CLIENT-ID.
055900     IF WS-CLIENT-DR-CNT (WS-CLIENT-IDX) GREATER THAN ZERO
056000         MOVE 'DR' TO GLD-TXN-TYPE
056100         MOVE WS-CLIENT-DR-CNT (WS-CLIENT-IDX) TO GLD-ENTRY-COUNT
056200         MOVE WS-CLIENT-DR-AMT (WS-CLIENT-IDX) TO GLD-AMOUNT
056300         WRITE GL-RECORD FROM WS-GL-DETAIL
056400         ADD 1 TO WS-GL-DETAILS
056500         ADD WS-CLIENT-DR-AMT (WS-CLIENT-IDX) TO WS-GL-DR-HASH
056600     END-IF.
056700     IF WS-CLIENT-CR-CNT (WS-CLIENT-IDX) GREATER THAN ZERO
056800         MOVE 'CR' TO GLD-TXN-TYPE
056900         MOVE WS-CLIENT-CR-CNT (WS-CLIENT-IDX) TO GLD-ENTRY-COUNT
057000         MOVE WS-CLIENT-CR-AMT (WS-CLIENT-IDX) TO GLD-AMOUNT
057100         WRITE GL-RECORD FROM WS-GL-DETAIL
057200         ADD 1 TO WS-GL-DETAILS
057300         ADD WS-CLIENT-CR-AMT (WS-CLIENT-IDX) TO WS-GL-CR-HASH
057400     END-IF.
057500 3100-EXIT.
057600     EXIT.
057700*
057800*****************************************************************
057900* 4000-RECORD-EXTRACT - STORE OR UPDATE THE DATE'S COBLIS-GLCTL  *
058000* RECORD; A FORCED RERUN IS ALSO AUDITED UNDER ITS OPERATOR.     *
058100* THE SWEEP TOOK CURRENCY, SO THE RECORD IS RE-OBTAINED.         *
058200*****************************************************************
058300 4000-RECORD-EXTRACT.
058400     MOVE WS-GL-BUSDATE TO GLC-BUSINESS-DATE.
058500     IF WS-RERUN
058600         OBTAIN CALC COBLIS-GLCTL
058700     END-IF.
058800     MOVE WS-GL-BUSDATE TO GLC-BUSINESS-DATE.
058900     MOVE WS-RUN-NUMBER TO GLC-RUN-COUNT.
059000     MOVE WS-RUN-TS     TO GLC-EXTRACT-TS.
059100     MOVE WS-GL-DETAILS TO GLC-DETAIL-COUNT.
059200     MOVE WS-GL-DR-HASH TO GLC-DR-HASH.
059300     MOVE WS-GL-CR-HASH TO GLC-CR-HASH.
059400     MOVE WS-PARM-OPERATOR TO GLC-OPERATOR-ID.
059500     IF WS-RERUN
059600         MODIFY COBLIS-GLCTL
059700         PERFORM 4100-AUDIT-RERUN THRU 4100-EXIT
059800     ELSE
059900         STORE COBLIS-GLCTL
060000     END-IF.
060100     COMMIT.
060200 4000-EXIT.
060300     EXIT.
060400*
060500 4100-AUDIT-RERUN.
060600     MOVE 'GLEXTRCT'       TO AUD-RECORD-TYPE.
060700     MOVE SPACES           TO AUD-RECORD-KEY.
060800     MOVE WS-GL-BUSDATE    TO AUD-RECORD-KEY (1:8).
060900     MOVE 'RUN-COUNT'      TO AUD-FIELD-NAME.
061000     MOVE WS-PRIOR-RUNS    TO WS-AUD-NUM.
061100     MOVE WS-AUD-NUM       TO AUD-OLD-VALUE.
061200     MOVE WS-RUN-NUMBER    TO WS-AUD-NUM.
061300     MOVE WS-AUD-NUM       TO AUD-NEW-VALUE.
061400     MOVE WS-PARM-OPERATOR TO AUD-OPERATOR-ID.
061450     MOVE SPACES           TO AUD-CHECKER-ID.
061500     MOVE 'COBGLX01'       TO AUD-TERMINAL-ID.
061600     MOVE WS-RUN-TS        TO AUD-TIMESTAMP.
061700     STORE COBLIS-AUDIT.
061800 4100-EXIT.
061900     EXIT.
062000*
062100*****************************************************************
062200* 8000-PRODUCE-REPORT - THE REGISTER TIE-OUT, THEN THE FEED'S    *
062300* OWN CONTENTS                                                   *
062400*****************************************************************
062500 8000-PRODUCE-REPORT.
062600     IF WS-RERUN
062700         MOVE SPACES TO RPT-RECORD
062800         MOVE 'FORCED RERUN REQUESTED BY ' TO RPT-RECORD
062900         MOVE WS-PARM-OPERATOR TO RPT-RECORD (27:8)
063000         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
063100     END-IF.
063200     WRITE RPT-RECORD FROM COL-HDG-LINE AFTER ADVANCING 2 LINES.
063300     IF WS-BATCH-ENTRIES-USED GREATER THAN ZERO
063400         PERFORM 8100-PRINT-BATCH THRU 8100-EXIT
063500             VARYING WS-BATCH-IDX FROM 1 BY 1
063600             UNTIL WS-BATCH-IDX GREATER THAN
063700                 WS-BATCH-ENTRIES-USED
063800     END-IF.
063900     IF WS-OTHER-DR-AMT GREATER THAN ZERO
064000         OR WS-OTHER-CR-AMT GREATER THAN ZERO
064100         MOVE '  OTHER BATCHES' TO CTL-LABEL
064200         MOVE WS-OTHER-DR-AMT TO CTL-DR
064300         MOVE WS-OTHER-CR-AMT TO CTL-CR
064400         WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE
064500     END-IF.
064600     MOVE 'POSTING REGISTER BATCH TOTALS' TO CTL-LABEL.
064700     MOVE WS-JP-DR-TOTAL TO CTL-DR.
064800     MOVE WS-JP-CR-TOTAL TO CTL-CR.
064900     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 2 LINES.
065000     MOVE 'SUSPENSE RE-POSTS (REGISTER RETRY)' TO CTL-LABEL.
065100     MOVE WS-JS-DR-TOTAL TO CTL-DR.
065200     MOVE WS-JS-CR-TOTAL TO CTL-CR.
065300     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
065400     MOVE 'REVERSAL CONTRAS (COBREV01)' TO CTL-LABEL.
065500     MOVE WS-JR-DR-TOTAL TO CTL-DR.
065600     MOVE WS-JR-CR-TOTAL TO CTL-CR.
065700     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
065800     MOVE 'JOURNAL TOTAL FOR THE DATE' TO CTL-LABEL.
065900     MOVE WS-JRN-DR-TOTAL TO CTL-DR.
066000     MOVE WS-JRN-CR-TOTAL TO CTL-CR.
066100     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 2 LINES.
066200     MOVE 'GL FEED TRAILER HASH TOTALS' TO CTL-LABEL.
066300     MOVE WS-GL-DR-HASH TO CTL-DR.
066400     MOVE WS-GL-CR-HASH TO CTL-CR.
066500     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
066600     MOVE SPACES TO RPT-RECORD.
066700     IF WS-GL-DR-HASH = WS-JRN-DR-TOTAL
066800         AND WS-GL-CR-HASH = WS-JRN-CR-TOTAL
066900         MOVE 'FEED IN BALANCE WITH THE JOURNAL' TO RPT-RECORD
067000     ELSE
067100         MOVE '*** FEED OUT OF BALANCE WITH THE JOURNAL ***'
067200             TO RPT-RECORD
067300     END-IF.
067400     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
067500*
067600     MOVE SPACES TO RPT-RECORD.
067700     MOVE 'GL FEED CONTENTS - ONE ENTRY PER CLIENT AND TYPE'
067800         TO RPT-RECORD.
067900     WRITE RPT-RECORD AFTER ADVANCING 3 LINES.
068000     IF WS-CLIENT-ENTRIES-USED GREATER THAN ZERO
068100         PERFORM 8200-PRINT-CLIENT THRU 8200-EXIT
068200             VARYING WS-CLIENT-IDX FROM 1 BY 1
068300             UNTIL WS-CLIENT-IDX GREATER THAN
068400                 WS-CLIENT-ENTRIES-USED
068500     ELSE
068600         MOVE '  NO POSTINGS FOR THE BUSINESS DATE' TO RPT-RECORD
068700         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
068800     END-IF.
068900     MOVE SPACES TO RPT-RECORD.
069000     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
069100     MOVE 'JOURNAL ENTRIES SUMMARISED:' TO DTL-LABEL.
069200     MOVE WS-JRN-ENTRIES TO DTL-VALUE.
069300     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
069400     MOVE 'GL DETAIL RECORDS WRITTEN:' TO DTL-LABEL.
069500     MOVE WS-GL-DETAILS TO DTL-VALUE.
069600     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
069700 8000-EXIT.
069800     EXIT.
069900*
070000*****************************************************************
070100* 8100-PRINT-BATCH - ONE LINE PER POSTED BATCH, THE SAME DEBIT   *
070200* AND CREDIT TOTALS ITS POSTING REGISTER SECTION CARRIED         *
070300*****************************************************************
070400 8100-PRINT-BATCH.
070500     MOVE WS-BATCH-ID (WS-BATCH-IDX) TO CBL-BATCH.
070600     MOVE WS-BATCH-CLIENT (WS-BATCH-IDX) TO CBL-CLIENT.
070700     MOVE SPACES TO CBL-NOTE.
070800     IF WS-BATCH-STATUS (WS-BATCH-IDX) = 'X'
070900         MOVE 'REVERSED' TO CBL-NOTE
071000     END-IF.
071100     MOVE CTL-BATCH-LABEL TO CTL-LABEL.
071200     MOVE WS-BATCH-DR-AMT (WS-BATCH-IDX) TO CTL-DR.
071300     MOVE WS-BATCH-CR-AMT (WS-BATCH-IDX) TO CTL-CR.
071400     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
071500 8100-EXIT.
071600     EXIT.
071700*
071800 8200-PRINT-CLIENT.
071900     MOVE WS-CLIENT-ID (WS-CLIENT-IDX) TO CCL-CLIENT.
072000     MOVE WS-CLIENT-DR-CNT (WS-CLIENT-IDX) TO CCL-DR-CNT.
072100     MOVE WS-CLIENT-CR-CNT (WS-CLIENT-IDX) TO CCL-CR-CNT.
072200     MOVE CTL-CLIENT-LABEL TO CTL-LABEL.
072300     MOVE WS-CLIENT-DR-AMT (WS-CLIENT-IDX) TO CTL-DR.
072400     MOVE WS-CLIENT-CR-AMT (WS-CLIENT-IDX) TO CTL-CR.
072500     WRITE RPT-RECORD FROM CTL-LINE AFTER ADVANCING 1 LINE.
072600 8200-EXIT.
072700     EXIT.
072800*
072900*****************************************************************
073000* 9999-TERMINATE                                                *
073100*****************************************************************
073200 9999-TERMINATE.
073300     CLOSE RPT-FILE.
073400 9999-EXIT.
073500     EXIT.
