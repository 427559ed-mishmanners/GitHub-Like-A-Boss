000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBSUS01.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - NIGHTLY AGED SUSPENSE REPORT
001100*                OF THE OPEN COBLIS-SUSPENSE ITEMS, BY AGE
001200*                BUCKET AND CLIENT, FOR THE BALANCING CLERKS.
001300*================================================================
001400*
001500*****************************************************************
001600* COBSUS01 SWEEPS THE COBLIS-SUSPENSE AREA FOR THE ITEMS STILL   *
001700* OPEN ('O') - RECORDS COBPST01 COULD NOT POST AND HAS NOT YET   *
001800* CLEARED ON A RETRY - AND LISTS THEM BY AGE BUCKET, AND WITHIN  *
001900* EACH BUCKET BY CLIENT, WITH A SUBTOTAL PER CLIENT, A TOTAL PER *
002000* BUCKET AND GRAND TOTALS. A CLOSING MATRIX SHOWS EACH CLIENT'S  *
002100* OPEN AMOUNT ACROSS THE BUCKETS.                                *
002200*                                                                *
002300* AN ITEM'S AGE IS THE NUMBER OF CALENDAR DAYS FROM THE BUSINESS *
002400* DATE OF THE BATCH IT CAME FROM TO THE AS-OF DATE. AN ITEM WITH *
002500* NO BUSINESS DATE (BATCH EDITED WHILE THE BUSINESS CALENDAR WAS *
002600* OFF) IS AGED FROM THE DAY IT WAS PARKED. THE BUCKETS ARE:      *
002700*   0-1 DAYS, 2-5 DAYS, 6-10 DAYS, 11-30 DAYS, OVER 30 DAYS.     *
002800*                                                                *
002900* THE AS-OF DATE COMES FROM AN 8-DIGIT YYYYMMDD SYSIN PARM CARD  *
003000* (COLUMNS 1-8); A MISSING OR NON-NUMERIC CARD DEFAULTS TO THE   *
003100* CURRENT BUSINESS DATE ON COBLIS-BIZDATE, OR TO THE RUN DATE IF *
003200* THE CALENDAR RECORD IS NOT ON FILE.                            *
003300*                                                                *
003400* ITEMS ARE HELD IN A 2000-ENTRY TABLE FOR THE LISTING AND       *
003500* CLIENTS IN A 100-ENTRY TABLE. AN ITEM PAST EITHER TABLE IS     *
003600* STILL IN THE BUCKET TOTALS AND IS COUNTED ON THE REPORT, SO    *
003700* NOTHING OPEN IS EVER DROPPED WITHOUT A TRACE.                  *
003800*****************************************************************
003900*
004000 ENVIRONMENT DIVISION.
004100 IDMS-CONTROL SECTION.
004200 PROTOCOL.      MODE IS BATCH
004300                IDMS-RECORDS MANUAL.
004400*
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-ZSERIES.
004700 OBJECT-COMPUTER.   IBM-ZSERIES.
004800 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004900*
005000 INPUT-OUTPUT SECTION.
005100 FILE-CONTROL.
005200     SELECT RPT-FILE ASSIGN TO RPTFILE
005300         ORGANIZATION IS SEQUENTIAL.
005400 DATA DIVISION.
005500*
005600 FILE SECTION.
005700*
005800 FD  RPT-FILE
005900     RECORDING MODE IS F
006000     LABEL RECORDS ARE STANDARD.
006100 01  RPT-RECORD           PIC X(133).
006200*
006300 WORKING-STORAGE SECTION.
006400*
006500 01  COPY IDMS SUBSCHEMA-CTRL.
006600 01  COPY IDMS RECORD COBLIS-SUSPENSE.
006700 01  COPY IDMS RECORD COBLIS-BIZDATE.
006800*
006900*****************************************************************
007000* SWITCHES                                                       *
007100*****************************************************************
007200 01  WS-SWITCHES.
007300     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
007400         88  WS-EOF                      VALUE 'Y'.
007500     05  WS-CLIENT-FOUND-SW   PIC X(01).
007600         88  WS-CLIENT-FOUND             VALUE 'Y'.
007700     05  WS-BUCKET-FOUND-SW   PIC X(01).
007800         88  WS-BUCKET-FOUND             VALUE 'Y'.
007900*
008000*****************************************************************
008100* PARM CARD - AS-OF DATE YYYYMMDD IN COLUMNS 1-8                 *
008200*****************************************************************
008300 01  WS-PARM-CARD.
008400     05  WS-PARM-DATE         PIC X(08).
008500     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
008600                              PIC 9(08).
008700     05  FILLER               PIC X(72).
008800 77  WS-ASOF-DATE             PIC 9(08).
008900 77  WS-RUN-DATE              PIC 9(08).
009000*
009100*****************************************************************
009200* DAY-NUMBER WORK AREA - A DATE IS TURNED INTO A DAY COUNT SO    *
009300* TWO DATES CAN BE SUBTRACTED. MARCH IS TREATED AS THE FIRST     *
009400* MONTH OF THE YEAR SO THE LEAP DAY FALLS AT THE END.            *
009500*****************************************************************
009600 01  WS-WORK-DATE.
009700     05  WS-WORK-YYYY         PIC 9(04).
009800     05  WS-WORK-MM           PIC 9(02).
009900     05  WS-WORK-DD           PIC 9(02).
010000 01  WS-WORK-DATE-NUM REDEFINES WS-WORK-DATE
010100                              PIC 9(08).
010200 77  WS-DN-YEAR               PIC 9(04) COMP.
010300 77  WS-DN-MONTH              PIC 9(02) COMP.
010400 77  WS-DN-Y4                 PIC 9(04) COMP.
010500 77  WS-DN-Y100               PIC 9(04) COMP.
010600 77  WS-DN-Y400               PIC 9(04) COMP.
010700 77  WS-DN-TERM               PIC 9(05) COMP.
010800 77  WS-DN-T5                 PIC 9(04) COMP.
010900 77  WS-DAY-NUMBER            PIC 9(07) COMP.
011000 77  WS-ASOF-DAY-NUMBER       PIC 9(07) COMP.
011100 77  WS-ITEM-AGE              PIC 9(05) COMP.
011200*
011300*****************************************************************
011400* AGE BUCKETS - UPPER AGE LIMIT AND LABEL OF EACH BUCKET; THE    *
011500* LAST BUCKET TAKES EVERYTHING OLDER                             *
011600*****************************************************************
011700 01  WS-BUCKET-LIMIT-VALUES.
011800     05  FILLER               PIC 9(05) VALUE 00001.
011900     05  FILLER               PIC 9(05) VALUE 00005.
012000     05  FILLER               PIC 9(05) VALUE 00010.
012100     05  FILLER               PIC 9(05) VALUE 00030.
012200     05  FILLER               PIC 9(05) VALUE 99999.
012300 01  WS-BUCKET-LIMITS REDEFINES WS-BUCKET-LIMIT-VALUES.
012400     05  WS-BUCKET-LIMIT      PIC 9(05) OCCURS 5 TIMES.
012500 01  WS-BUCKET-LABEL-VALUES.
012600     05  FILLER               PIC X(12) VALUE '0-1 DAYS'.
012700     05  FILLER               PIC X(12) VALUE '2-5 DAYS'.
012800     05  FILLER               PIC X(12) VALUE '6-10 DAYS'.
012900     05  FILLER               PIC X(12) VALUE '11-30 DAYS'.
013000     05  FILLER               PIC X(12) VALUE 'OVER 30 DAYS'.
013100 01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
013200     05  WS-BUCKET-LABEL      PIC X(12) OCCURS 5 TIMES.
013300 01  WS-BUCKET-TOTALS.
013400     05  WS-BUCKET-ENTRY      OCCURS 5 TIMES.
013500         10  WS-BKT-COUNT     PIC 9(07) COMP.
013600         10  WS-BKT-DR-AMT    PIC 9(13)V9(02) COMP-3.
013700         10  WS-BKT-CR-AMT    PIC 9(13)V9(02) COMP-3.
013800 77  WS-BKT-SUB               PIC 9(02) COMP.
013900 77  WS-ITEM-BUCKET           PIC 9(02) COMP.
014000*
014100*****************************************************************
014200* PER-CLIENT TABLE - SAME FIND-OR-ADD PATTERN AS COBRPT02, WITH  *
014300* THE OPEN COUNT AND AMOUNT HELD PER AGE BUCKET                  *
014400*****************************************************************
014500 01  WS-CLIENT-TABLE.
014600     05  WS-CLIENT-ENTRY      OCCURS 100 TIMES
014700                              INDEXED BY WS-CLIENT-IDX.
014800         10  WS-CLIENT-ID     PIC X(08).
014900         10  WS-CLIENT-BKT    OCCURS 5 TIMES.
015000             15  WS-CLI-BKT-COUNT
015100                              PIC 9(07) COMP.
015200             15  WS-CLI-BKT-AMT
015300                              PIC 9(13)V9(02) COMP-3.
015400         10  WS-CLIENT-TOT-AMT
015500                              PIC 9(13)V9(02) COMP-3.
015600 77  WS-CLIENT-ENTRIES-USED   PIC 9(04) COMP VALUE ZERO.
015700 77  WS-CLIENT-OVERFLOW-COUNT PIC 9(07) COMP VALUE ZERO.
015800 77  WS-WORK-CLIENT           PIC X(08).
015900 77  WS-ITEM-CLIENT-SUB       PIC 9(04) COMP.
016000*
016100*****************************************************************
016200* OPEN ITEM TABLE - ONE ENTRY PER LISTED ITEM                    *
016300*****************************************************************
016400 01  WS-ITEM-TABLE.
016500     05  WS-ITEM-ENTRY        OCCURS 2000 TIMES
016600                              INDEXED BY WS-ITEM-IDX.
016700         10  WS-ITM-BUCKET    PIC 9(02) COMP.
016800         10  WS-ITM-CLIENT-SUB
016900                              PIC 9(04) COMP.
017000         10  WS-ITM-BATCH-ID  PIC X(08).
017100         10  WS-ITM-SEQ       PIC 9(07).
017200         10  WS-ITM-BUSDATE   PIC 9(08).
017300         10  WS-ITM-AGE       PIC 9(05) COMP.
017400         10  WS-ITM-ACCOUNT   PIC X(10).
017500         10  WS-ITM-TYPE      PIC X(02).
017600         10  WS-ITM-AMOUNT    PIC 9(11)V9(02) COMP-3.
017700         10  WS-ITM-REASON    PIC X(30).
017800 77  WS-ITEM-ENTRIES-USED     PIC 9(04) COMP VALUE ZERO.
017900 77  WS-ITEM-OVERFLOW-COUNT   PIC 9(07) COMP VALUE ZERO.
018000*
018100*****************************************************************
018200* SUBTOTALS AND GRAND TOTALS                                     *
018300*****************************************************************
018400 77  WS-SUB-COUNT             PIC 9(07) COMP.
018500 77  WS-SUB-AMT               PIC 9(13)V9(02) COMP-3.
018600 77  WS-TOT-COUNT             PIC 9(07) COMP VALUE ZERO.
018700 77  WS-TOT-DR-AMT            PIC 9(13)V9(02) COMP-3 VALUE ZERO.
018800 77  WS-TOT-CR-AMT            PIC 9(13)V9(02) COMP-3 VALUE ZERO.
018900 77  WS-TOT-AMT               PIC 9(13)V9(02) COMP-3 VALUE ZERO.
019000*
019100*****************************************************************
019200* REPORT LINES                                                  *
019300*****************************************************************
019400 01  HDG-LINE-1.
019500     05  FILLER               PIC X(40)
019600         VALUE 'COBLIS AGED SUSPENSE REPORT - COBSUS01'.
019700 01  HDG-LINE-2.
019800     05  FILLER               PIC X(13) VALUE 'REPORT DATE: '.
019900     05  HDG-DATE             PIC 9(08).
020000     05  FILLER               PIC X(12) VALUE '    AS OF: '.
020100     05  HDG-ASOF             PIC 9(08).
020200 01  BKT-HDG-LINE.
020300     05  FILLER               PIC X(12) VALUE 'AGE BUCKET: '.
020400     05  BKT-HDG-LABEL        PIC X(12).
020500 01  COL-HDG-LINE.
020600     05  FILLER               PIC X(12) VALUE '  BATCH'.
020700     05  FILLER               PIC X(09) VALUE '    SEQ'.
020800     05  FILLER               PIC X(10) VALUE 'BUSDATE'.
020900     05  FILLER               PIC X(07) VALUE '  AGE'.
021000     05  FILLER               PIC X(12) VALUE 'ACCOUNT'.
021100     05  FILLER               PIC X(04) VALUE 'TY'.
021200     05  FILLER               PIC X(22)
021300         VALUE '              AMOUNT'.
021400     05  FILLER               PIC X(06) VALUE 'REASON'.
021500 01  CLI-HDG-LINE.
021600     05  FILLER               PIC X(10) VALUE ' CLIENT: '.
021700     05  CLI-HDG-ID           PIC X(08).
021800 01  ITM-LINE.
021900     05  FILLER               PIC X(02) VALUE SPACES.
022000     05  ITM-BATCH            PIC X(08).
022100     05  FILLER               PIC X(02) VALUE SPACES.
022200     05  ITM-SEQ              PIC ZZZZZZ9.
022300     05  FILLER               PIC X(02) VALUE SPACES.
022400     05  ITM-BUSDATE          PIC 9(08).
022500     05  FILLER               PIC X(02) VALUE SPACES.
022600     05  ITM-AGE              PIC ZZZZ9.
022700     05  FILLER               PIC X(02) VALUE SPACES.
022800     05  ITM-ACCOUNT          PIC X(10).
022900     05  FILLER               PIC X(02) VALUE SPACES.
023000     05  ITM-TYPE             PIC X(02).
023100     05  FILLER               PIC X(02) VALUE SPACES.
023200     05  ITM-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
023300     05  FILLER               PIC X(02) VALUE SPACES.
023400     05  ITM-REASON           PIC X(30).
023500 01  SUB-LINE.
023600     05  SUB-LABEL            PIC X(30).
023700     05  SUB-COUNT            PIC ZZZ,ZZ9.
023800     05  FILLER               PIC X(08) VALUE ' ITEMS  '.
023900     05  SUB-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024000 01  BKT-TOT-LINE.
024100     05  BKT-TOT-LABEL        PIC X(14).
024200     05  BKT-TOT-COUNT        PIC ZZZ,ZZ9.
024300     05  FILLER               PIC X(08) VALUE ' ITEMS  '.
024400     05  FILLER               PIC X(04) VALUE 'DR '.
024500     05  BKT-TOT-DR           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024600     05  FILLER               PIC X(06) VALUE '   CR '.
024700     05  BKT-TOT-CR           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024800 01  MTX-HDG-LINE.
024900     05  FILLER               PIC X(10) VALUE 'CLIENT'.
025000     05  FILLER               PIC X(19)
025100         VALUE '          0-1 DAYS'.
025200     05  FILLER               PIC X(19)
025300         VALUE '          2-5 DAYS'.
025400     05  FILLER               PIC X(19)
025500         VALUE '         6-10 DAYS'.
025600     05  FILLER               PIC X(19)
025700         VALUE '        11-30 DAYS'.
025800     05  FILLER               PIC X(19)
025900         VALUE '      OVER 30 DAYS'.
026000     05  FILLER               PIC X(19)
026100         VALUE '             TOTAL'.
026200 01  MTX-LINE.
026300     05  MTX-CLIENT           PIC X(08).
026400     05  FILLER               PIC X(02) VALUE SPACES.
026500     05  MTX-BKT-AMT          OCCURS 5 TIMES
026600                              PIC ZZZ,ZZZ,ZZZ,ZZ9.99B.
026700     05  MTX-TOT-AMT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
026800 01  DTL-LINE.
026900     05  DTL-LABEL            PIC X(48).
027000     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
027100*
027200 PROCEDURE DIVISION.
027300*
027400*****************************************************************
027500* 0000-MAINLINE                                                 *
027600*****************************************************************
027700 0000-MAINLINE.
027800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027900     PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
028000         UNTIL WS-EOF.
028100     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
028200     PERFORM 9999-TERMINATE THRU 9999-EXIT.
028300     GOBACK.
028400*
028500*****************************************************************
028600* 1000-INITIALIZE - SETTLE THE AS-OF DATE AND START THE SWEEP    *
028700*****************************************************************
028800 1000-INITIALIZE.
028900     OPEN OUTPUT RPT-FILE.
029000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029100     MOVE WS-RUN-DATE TO HDG-DATE.
029200     INITIALIZE WS-BUCKET-TOTALS.
029300     MOVE SPACES TO WS-PARM-CARD.
029400     ACCEPT WS-PARM-CARD.
029500     IF WS-PARM-DATE NUMERIC
029600         AND WS-PARM-DATE-N GREATER THAN ZERO
029700         MOVE WS-PARM-DATE-N TO WS-ASOF-DATE
029800     ELSE
029900         PERFORM 1100-BUSINESS-DATE THRU 1100-EXIT
030000     END-IF.
030100     MOVE WS-ASOF-DATE TO HDG-ASOF.
030200     MOVE WS-ASOF-DATE TO WS-WORK-DATE-NUM.
030300     PERFORM 2300-DAY-NUMBER THRU 2300-EXIT.
030400     MOVE WS-DAY-NUMBER TO WS-ASOF-DAY-NUMBER.
030500*
030600     OBTAIN FIRST COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
030700     IF DB-NOTFND
030800         SET WS-EOF TO TRUE
030900     END-IF.
031000 1000-EXIT.
031100     EXIT.
031200*
031300*****************************************************************
031400* 1100-BUSINESS-DATE - DEFAULT AS-OF DATE: THE CURRENT BUSINESS  *
031500* DATE, OR THE RUN DATE WHEN THE CALENDAR RECORD IS NOT ON FILE  *
031600*****************************************************************
031700 1100-BUSINESS-DATE.
031800     MOVE WS-RUN-DATE TO WS-ASOF-DATE.
031900     MOVE 'COBLIS01' TO BIZ-ID.
032000     OBTAIN CALC COBLIS-BIZDATE.
032100     IF DB-NOTFND
032200         GO TO 1100-EXIT
032300     END-IF.
032400     IF BIZ-CURRENT-DATE GREATER THAN ZERO
032500         MOVE BIZ-CURRENT-DATE TO WS-ASOF-DATE
032600     END-IF.
032700 1100-EXIT.
032800     EXIT.
032900*
033000*****************************************************************
033100* 2000-PROCESS-SUSPENSE - AGE ONE OPEN ITEM, ROLL IT INTO ITS    *
033200* BUCKET AND CLIENT AND KEEP IT FOR THE LISTING; CLEARED ITEMS   *
033300* ARE SKIPPED                                                    *
033400*****************************************************************
033500 2000-PROCESS-SUSPENSE.
033600     IF SUSP-STATUS NOT = 'O'
033700         GO TO 2000-NEXT
033800     END-IF.
033900     IF SUSP-BUSINESS-DATE GREATER THAN ZERO
034000         MOVE SUSP-BUSINESS-DATE TO WS-WORK-DATE-NUM
034100     ELSE
034200         MOVE SUSP-CREATED-TS (1:8) TO WS-WORK-DATE
034300     END-IF.
034400     PERFORM 2300-DAY-NUMBER THRU 2300-EXIT.
034500     IF WS-DAY-NUMBER GREATER THAN WS-ASOF-DAY-NUMBER
034600         MOVE ZERO TO WS-ITEM-AGE
034700     ELSE
034800         COMPUTE WS-ITEM-AGE =
034900             WS-ASOF-DAY-NUMBER - WS-DAY-NUMBER
035000     END-IF.
035100     MOVE 'N' TO WS-BUCKET-FOUND-SW.
035200     PERFORM 2100-FIND-BUCKET THRU 2100-EXIT
035300         VARYING WS-BKT-SUB FROM 1 BY 1
035400         UNTIL WS-BUCKET-FOUND.
035500*
035600     ADD 1 TO WS-BKT-COUNT (WS-ITEM-BUCKET).
035700     ADD 1 TO WS-TOT-COUNT.
035800     IF SUSP-TXN-TYPE = 'CR'
035900         ADD SUSP-AMOUNT TO WS-BKT-CR-AMT (WS-ITEM-BUCKET)
036000         ADD SUSP-AMOUNT TO WS-TOT-CR-AMT
036100     ELSE
036200         ADD SUSP-AMOUNT TO WS-BKT-DR-AMT (WS-ITEM-BUCKET)
036300         ADD SUSP-AMOUNT TO WS-TOT-DR-AMT
036400     END-IF.
036500     ADD SUSP-AMOUNT TO WS-TOT-AMT.
036600*
036700     MOVE SUSP-CLIENT-ID TO WS-WORK-CLIENT.
036800     PERFORM 2200-TALLY-CLIENT THRU 2200-EXIT.
036900     IF WS-CLIENT-FOUND
037000         PERFORM 2400-KEEP-ITEM THRU 2400-EXIT
037100     END-IF.
037200 2000-NEXT.
037300     OBTAIN NEXT COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
037400     IF DB-NOTFND
037500         SET WS-EOF TO TRUE
037600     END-IF.
037700 2000-EXIT.
037800     EXIT.
037900*
038000*****************************************************************
038100* 2100-FIND-BUCKET - ONE BUCKET PER CALL; THE FIRST WHOSE UPPER  *
038200* LIMIT COVERS THE ITEM'S AGE TAKES IT                           *
038300*****************************************************************
038400 2100-FIND-BUCKET.
038500     IF WS-ITEM-AGE NOT GREATER THAN WS-BUCKET-LIMIT (WS-BKT-SUB)
038600         MOVE WS-BKT-SUB TO WS-ITEM-BUCKET
038700         SET WS-BUCKET-FOUND TO TRUE
038800     END-IF.
038900 2100-EXIT.
039000     EXIT.
039100*
039200*****************************************************************
039300* 2200-TALLY-CLIENT - FIND OR ADD THE TABLE ENTRY FOR THIS       *
039400* ITEM'S CLIENT AND ROLL THE ITEM INTO ITS BUCKET THERE          *
039500*****************************************************************
039600 2200-TALLY-CLIENT.
039700     MOVE 'N' TO WS-CLIENT-FOUND-SW.
039800     IF WS-CLIENT-ENTRIES-USED GREATER THAN ZERO
039900         PERFORM 2210-SEARCH-CLIENT THRU 2210-EXIT
040000             VARYING WS-CLIENT-IDX FROM 1 BY 1
040100             UNTIL WS-CLIENT-FOUND
040200                OR WS-CLIENT-IDX GREATER THAN
040300                   WS-CLIENT-ENTRIES-USED
040400     END-IF.
040500     IF NOT WS-CLIENT-FOUND
040600         IF WS-CLIENT-ENTRIES-USED LESS THAN 100
040700             ADD 1 TO WS-CLIENT-ENTRIES-USED
040800             SET WS-CLIENT-IDX TO WS-CLIENT-ENTRIES-USED
040900             INITIALIZE WS-CLIENT-ENTRY (WS-CLIENT-IDX)
041000             MOVE WS-WORK-CLIENT
041100                 TO WS-CLIENT-ID (WS-CLIENT-IDX)
041200             SET WS-ITEM-CLIENT-SUB TO WS-CLIENT-IDX
041300             SET WS-CLIENT-FOUND TO TRUE
041400         ELSE
041500             ADD 1 TO WS-CLIENT-OVERFLOW-COUNT
041600             GO TO 2200-EXIT
041700         END-IF
041800     END-IF.
041900     ADD 1 TO WS-CLI-BKT-COUNT (WS-ITEM-CLIENT-SUB,
042000                                WS-ITEM-BUCKET).
042100     ADD SUSP-AMOUNT TO WS-CLI-BKT-AMT (WS-ITEM-CLIENT-SUB,
042200                                        WS-ITEM-BUCKET).
042300     ADD SUSP-AMOUNT TO WS-CLIENT-TOT-AMT (WS-ITEM-CLIENT-SUB).
042400 2200-EXIT.
042500     EXIT.
042600*
042700*****************************************************************
042800* 2210-SEARCH-CLIENT - ONE TABLE SLOT PER CALL, DRIVEN BY THE    *
042900* PERFORM VARYING ABOVE. THE VARYING STEPS THE INDEX ONCE MORE   *
043000* BEFORE IT TESTS, SO THE MATCHED SLOT IS SAVED HERE.            *
043100*****************************************************************
043200 2210-SEARCH-CLIENT.
043300     IF WS-WORK-CLIENT = WS-CLIENT-ID (WS-CLIENT-IDX)
043400         SET WS-CLIENT-FOUND TO TRUE
043500         SET WS-ITEM-CLIENT-SUB TO WS-CLIENT-IDX
043600     END-IF.
043700 2210-EXIT.
043800     EXIT.
043900*
044000*****************************************************************
044100* 2300-DAY-NUMBER - TURN WS-WORK-DATE INTO A DAY COUNT IN        *
044200* WS-DAY-NUMBER                                                  *
044300*****************************************************************
044400 2300-DAY-NUMBER.
044500     MOVE WS-WORK-YYYY TO WS-DN-YEAR.
044600     MOVE WS-WORK-MM   TO WS-DN-MONTH.
044700     IF WS-DN-MONTH LESS THAN 03
044800         ADD 12 TO WS-DN-MONTH
044900         SUBTRACT 1 FROM WS-DN-YEAR
045000     END-IF.
045100     DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-Y4.
045200     DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-Y100.
045300     DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-Y400.
045400     COMPUTE WS-DN-TERM = 153 * (WS-DN-MONTH - 3) + 2.
045500     DIVIDE WS-DN-TERM BY 5 GIVING WS-DN-T5.
045600     COMPUTE WS-DAY-NUMBER = 365 * WS-DN-YEAR + WS-DN-Y4
045700         - WS-DN-Y100 + WS-DN-Y400 + WS-DN-T5 + WS-WORK-DD.
045800 2300-EXIT.
045900     EXIT.
046000*
046100*****************************************************************
046200* 2400-KEEP-ITEM - HOLD THE ITEM FOR THE LISTING                 *
046300*****************************************************************
046400 2400-KEEP-ITEM.
046500     IF WS-ITEM-ENTRIES-USED NOT LESS THAN 2000
046600         ADD 1 TO WS-ITEM-OVERFLOW-COUNT
046700         GO TO 2400-EXIT
046800     END-IF.
046900     ADD 1 TO WS-ITEM-ENTRIES-USED.
047000     SET WS-ITEM-IDX TO WS-ITEM-ENTRIES-USED.
047100     MOVE WS-ITEM-BUCKET     TO WS-ITM-BUCKET (WS-ITEM-IDX).
047200     MOVE WS-ITEM-CLIENT-SUB TO WS-ITM-CLIENT-SUB (WS-ITEM-IDX).
047300     MOVE SUSP-BATCH-ID      TO WS-ITM-BATCH-ID (WS-ITEM-IDX).
047400     MOVE SUSP-RECORD-SEQ    TO WS-ITM-SEQ (WS-ITEM-IDX).
047500     MOVE SUSP-BUSINESS-DATE TO WS-ITM-BUSDATE (WS-ITEM-IDX).
047600     MOVE WS-ITEM-AGE        TO WS-ITM-AGE (WS-ITEM-IDX).
047700     MOVE SUSP-ACCOUNT       TO WS-ITM-ACCOUNT (WS-ITEM-IDX).
047800     MOVE SUSP-TXN-TYPE      TO WS-ITM-TYPE (WS-ITEM-IDX).
047900     MOVE SUSP-AMOUNT        TO WS-ITM-AMOUNT (WS-ITEM-IDX).
048000     MOVE SUSP-REASON        TO WS-ITM-REASON (WS-ITEM-IDX).
048100 2400-EXIT.
048200     EXIT.
048300*
048400*****************************************************************
048500* 8000-PRODUCE-REPORT - THE LISTING BY BUCKET AND CLIENT, THE    *
048600* GRAND TOTALS, THEN THE CLIENT-BY-BUCKET MATRIX                 *
048700*****************************************************************
048800 8000-PRODUCE-REPORT.
048900     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
049000     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
049100*
049200     IF WS-TOT-COUNT = ZERO
049300         MOVE SPACES TO RPT-RECORD
049400         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
049500         MOVE '  NO OPEN SUSPENSE ITEMS' TO RPT-RECORD
049600         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
049700         GO TO 8000-EXIT
049800     END-IF.
049900*
050000     PERFORM 8100-PRINT-BUCKET THRU 8100-EXIT
050100         VARYING WS-BKT-SUB FROM 1 BY 1
050200         UNTIL WS-BKT-SUB GREATER THAN 5.
050300*
050400     MOVE SPACES TO RPT-RECORD.
050500     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
050600     MOVE 'TOTAL OPEN:' TO BKT-TOT-LABEL.
050700     MOVE WS-TOT-COUNT TO BKT-TOT-COUNT.
050800     MOVE WS-TOT-DR-AMT TO BKT-TOT-DR.
050900     MOVE WS-TOT-CR-AMT TO BKT-TOT-CR.
051000     WRITE RPT-RECORD FROM BKT-TOT-LINE AFTER ADVANCING 1 LINE.
051100     IF WS-CLIENT-OVERFLOW-COUNT GREATER THAN ZERO
051200         MOVE 'ITEMS PAST THE 100-CLIENT TABLE (NOT LISTED):'
051300             TO DTL-LABEL
051400         MOVE WS-CLIENT-OVERFLOW-COUNT TO DTL-VALUE
051500         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
051600     END-IF.
051700     IF WS-ITEM-OVERFLOW-COUNT GREATER THAN ZERO
051800         MOVE 'ITEMS PAST THE 2000-ITEM TABLE (NOT LISTED):'
051900             TO DTL-LABEL
052000         MOVE WS-ITEM-OVERFLOW-COUNT TO DTL-VALUE
052100         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
052200     END-IF.
052300*
052400     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
052500     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
052600     MOVE SPACES TO RPT-RECORD.
052700     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
052800     WRITE RPT-RECORD FROM MTX-HDG-LINE AFTER ADVANCING 1 LINE.
052900     PERFORM 8400-PRINT-MATRIX THRU 8400-EXIT
053000         VARYING WS-CLIENT-IDX FROM 1 BY 1
053100         UNTIL WS-CLIENT-IDX GREATER THAN WS-CLIENT-ENTRIES-USED.
053200     MOVE SPACES TO RPT-RECORD.
053300     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
053400     MOVE '*TOTAL*' TO MTX-CLIENT.
053500     PERFORM 8410-BUCKET-TOTAL THRU 8410-EXIT
053600         VARYING WS-BKT-SUB FROM 1 BY 1
053700         UNTIL WS-BKT-SUB GREATER THAN 5.
053800     MOVE WS-TOT-AMT TO MTX-TOT-AMT.
053900     WRITE RPT-RECORD FROM MTX-LINE AFTER ADVANCING 1 LINE.
054000 8000-EXIT.
054100     EXIT.
054200*
054300*****************************************************************
054400* 8100-PRINT-BUCKET - ONE AGE BUCKET: ITS ITEMS CLIENT BY        *
054500* CLIENT, THEN THE BUCKET TOTAL. AN EMPTY BUCKET PRINTS ONLY     *
054600* ITS TOTAL LINE.                                                *
054700*****************************************************************
054800 8100-PRINT-BUCKET.
054900     MOVE SPACES TO RPT-RECORD.
055000     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
055100     MOVE WS-BUCKET-LABEL (WS-BKT-SUB) TO BKT-HDG-LABEL.
055200     WRITE RPT-RECORD FROM BKT-HDG-LINE AFTER ADVANCING 1 LINE.
055300     IF WS-BKT-COUNT (WS-BKT-SUB) GREATER THAN ZERO
055400         WRITE RPT-RECORD FROM COL-HDG-LINE
055500             AFTER ADVANCING 1 LINE
055600         PERFORM 8200-PRINT-CLIENT THRU 8200-EXIT
055700             VARYING WS-CLIENT-IDX FROM 1 BY 1
055800             UNTIL WS-CLIENT-IDX GREATER THAN
055900                   WS-CLIENT-ENTRIES-USED
056000     END-IF.
056100     MOVE 'BUCKET TOTAL:' TO BKT-TOT-LABEL.
056200     MOVE WS-BKT-COUNT (WS-BKT-SUB) TO BKT-TOT-COUNT.
056300     MOVE WS-BKT-DR-AMT (WS-BKT-SUB) TO BKT-TOT-DR.
056400     MOVE WS-BKT-CR-AMT (WS-BKT-SUB) TO BKT-TOT-CR.
056500     WRITE RPT-RECORD FROM BKT-TOT-LINE AFTER ADVANCING 1 LINE.
056600 8100-EXIT.
056700     EXIT.
056800*
056900*****************************************************************
057000* 8200-PRINT-CLIENT - ONE CLIENT'S ITEMS IN THE CURRENT BUCKET   *
057100* AND ITS SUBTOTAL; A CLIENT WITH NOTHING IN THE BUCKET IS       *
057200* SKIPPED                                                        *
057300*****************************************************************
057400 8200-PRINT-CLIENT.
057500     SET WS-ITEM-CLIENT-SUB TO WS-CLIENT-IDX.
057600     IF WS-CLI-BKT-COUNT (WS-ITEM-CLIENT-SUB, WS-BKT-SUB) = ZERO
057700         GO TO 8200-EXIT
057800     END-IF.
057900     MOVE WS-CLIENT-ID (WS-CLIENT-IDX) TO CLI-HDG-ID.
058000     WRITE RPT-RECORD FROM CLI-HDG-LINE AFTER ADVANCING 1 LINE.
058100     IF WS-ITEM-ENTRIES-USED GREATER THAN ZERO
058200         PERFORM 8300-PRINT-ITEM THRU 8300-EXIT
058300             VARYING WS-ITEM-IDX FROM 1 BY 1
058400             UNTIL WS-ITEM-IDX GREATER THAN WS-ITEM-ENTRIES-USED
058500     END-IF.
058600     MOVE '   CLIENT SUBTOTAL:' TO SUB-LABEL.
058700     MOVE WS-CLI-BKT-COUNT (WS-ITEM-CLIENT-SUB, WS-BKT-SUB)
058800         TO SUB-COUNT.
058900     MOVE WS-CLI-BKT-AMT (WS-ITEM-CLIENT-SUB, WS-BKT-SUB)
059000         TO SUB-AMOUNT.
059100     WRITE RPT-RECORD FROM SUB-LINE AFTER ADVANCING 1 LINE.
059200 8200-EXIT.
059300     EXIT.
059400*
059500*****************************************************************
059600* 8300-PRINT-ITEM - ONE TABLE SLOT PER CALL; PRINTED ONLY WHEN   *
059700* IT BELONGS TO THE CURRENT BUCKET AND CLIENT                    *
059800*****************************************************************
059900 8300-PRINT-ITEM.
060000     IF WS-ITM-BUCKET (WS-ITEM-IDX) NOT = WS-BKT-SUB
060100         OR WS-ITM-CLIENT-SUB (WS-ITEM-IDX)
060200            NOT = WS-ITEM-CLIENT-SUB
060300         GO TO 8300-EXIT
060400     END-IF.
060500     MOVE WS-ITM-BATCH-ID (WS-ITEM-IDX) TO ITM-BATCH.
060600     MOVE WS-ITM-SEQ (WS-ITEM-IDX)      TO ITM-SEQ.
060700     MOVE WS-ITM-BUSDATE (WS-ITEM-IDX)  TO ITM-BUSDATE.
060800     MOVE WS-ITM-AGE (WS-ITEM-IDX)      TO ITM-AGE.
060900     MOVE WS-ITM-ACCOUNT (WS-ITEM-IDX)  TO ITM-ACCOUNT.
061000     MOVE WS-ITM-TYPE (WS-ITEM-IDX)     TO ITM-TYPE.
061100     MOVE WS-ITM-AMOUNT (WS-ITEM-IDX)   TO ITM-AMOUNT.
061200     MOVE WS-ITM-REASON (WS-ITEM-IDX)   TO ITM-REASON.
061300     WRITE RPT-RECORD FROM ITM-LINE AFTER ADVANCING 1 LINE.
061400 8300-EXIT.
061500     EXIT.
061600*
061700*****************************************************************
061800* 8400-PRINT-MATRIX - ONE CLIENT'S OPEN AMOUNT PER BUCKET        *
061900*****************************************************************
062000 8400-PRINT-MATRIX.
062100     SET WS-ITEM-CLIENT-SUB TO WS-CLIENT-IDX.
062200     MOVE WS-CLIENT-ID (WS-CLIENT-IDX) TO MTX-CLIENT.
062300     PERFORM 8420-CLIENT-BUCKET THRU 8420-EXIT
062400         VARYING WS-BKT-SUB FROM 1 BY 1
062500         UNTIL WS-BKT-SUB GREATER THAN 5.
062600     MOVE WS-CLIENT-TOT-AMT (WS-CLIENT-IDX) TO MTX-TOT-AMT.
062700     WRITE RPT-RECORD FROM MTX-LINE AFTER ADVANCING 1 LINE.
062800 8400-EXIT.
062900     EXIT.
063000*
063100*****************************************************************
063200* 8410-BUCKET-TOTAL - ONE BUCKET OF THE MATRIX TOTAL LINE        *
063300*****************************************************************
063400 8410-BUCKET-TOTAL.
063500     COMPUTE MTX-BKT-AMT (WS-BKT-SUB) =
063600         WS-BKT-DR-AMT (WS-BKT-SUB) + WS-BKT-CR-AMT (WS-BKT-SUB).
063700 8410-EXIT.
063800     EXIT.
063900*
064000*****************************************************************
064100* 8420-CLIENT-BUCKET - ONE BUCKET OF A CLIENT'S MATRIX LINE      *
064200*****************************************************************
064300 8420-CLIENT-BUCKET.
064400     MOVE WS-CLI-BKT-AMT (WS-ITEM-CLIENT-SUB, WS-BKT-SUB)
064500         TO MTX-BKT-AMT (WS-BKT-SUB).
064600 8420-EXIT.
064700     EXIT.
064800*
064900*****************************************************************
065000* 9999-TERMINATE                                                *
065100*****************************************************************
065200 9999-TERMINATE.
065300     CLOSE RPT-FILE.
065400 9999-EXIT.
065500     EXIT.
