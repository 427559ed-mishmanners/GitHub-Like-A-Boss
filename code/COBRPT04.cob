000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    COBRPT04.
000300 AUTHOR.        D L JENNINGS.
000400 INSTALLATION.  DATA CENTER OPERATIONS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*================================================================
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------------
001000* 10/15/26  DLJ  INITIAL VERSION - DAILY SERVICE REPORT OF THE
001100*                LISTENER'S HOURLY PER-TRANSACTION-CODE COUNTS,
001200*                CODES RANKED BY VOLUME WITH FAILURE RATES AND
001300*                PEAK HOURS.
001400*================================================================
001500*
001600*****************************************************************
001700* COBRPT04 READS THE COBLIS-CODESTAT ROWS THE LISTENER KEEPS PER *
001800* LISTENER SERVICE, TRANSACTION CODE, DATE AND HOUR, AND ROLLS   *
001900* THE REPORT DATE'S 24 HOURS UP INTO ONE LINE PER SERVICE AND    *
002000* CODE. WITHIN EACH SERVICE THE CODES ARE RANKED BY VOLUME -     *
002100* EVERY MESSAGE THAT ARRIVED CARRYING THE CODE, WHETHER IT WAS   *
002200* ROUTED TO ITS HANDLER OR REFUSED WITH A NAK. EACH LINE SHOWS   *
002300* THE HANDLER FAILURE RATE (FAILURES OVER MESSAGES ROUTED), THE  *
002400* REJECT RATE (NOT REGISTERED OR NOT ENTITLED OVER VOLUME), THE  *
002500* AVERAGE AND LONGEST HANDLER TIME IN MILLISECONDS, BYTES IN AND *
002600* OUT, AND THE CODE'S PEAK HOUR. AN HOUR-BY-HOUR PROFILE OF ALL  *
002700* CODES TOGETHER FOLLOWS, WITH THE DAY'S PEAK HOUR MARKED.       *
002800*                                                                *
002900* THE REPORT DATE COMES FROM AN 8-DIGIT YYYYMMDD SYSIN PARM CARD *
003000* (COLUMNS 1-8); A MISSING OR NON-NUMERIC CARD DEFAULTS TO THE   *
003100* CURRENT DATE.                                                  *
003200*****************************************************************
003300*
003400 ENVIRONMENT DIVISION.
003500 IDMS-CONTROL SECTION.
003600 PROTOCOL.      MODE IS BATCH
003700                IDMS-RECORDS MANUAL.
003800*
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-ZSERIES.
004100 OBJECT-COMPUTER.   IBM-ZSERIES.
004200 SPECIAL-NAMES.     C01 IS TO-NEW-PAGE.
004300*
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT RPT-FILE ASSIGN TO RPTFILE
004700         ORGANIZATION IS SEQUENTIAL.
004800 DATA DIVISION.
004900*
005000 FILE SECTION.
005100*
005200 FD  RPT-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD.
005500 01  RPT-RECORD           PIC X(133).
005600*
005700 WORKING-STORAGE SECTION.
005800*
005900 01  COPY IDMS SUBSCHEMA-CTRL.
006000 01  COPY IDMS RECORD COBLIS-CODESTAT.
006100*
006200*****************************************************************
006300* SWITCHES                                                       *
006400*****************************************************************
006500 01  WS-SWITCHES.
006600     05  WS-EOF-SW            PIC X(01) VALUE 'N'.
006700         88  WS-EOF                      VALUE 'Y'.
006800     05  WS-CODE-FOUND-SW     PIC X(01).
006900         88  WS-CODE-FOUND               VALUE 'Y'.
007000*
007100*****************************************************************
007200* PARM CARD - REPORT DATE YYYYMMDD IN COLUMNS 1-8                *
007300*****************************************************************
007400 01  WS-PARM-CARD.
007500     05  WS-PARM-DATE         PIC X(08).
007600     05  WS-PARM-DATE-N REDEFINES WS-PARM-DATE
007700                              PIC 9(08).
007800     05  FILLER               PIC X(72).
007900 77  WS-REPORT-DATE           PIC 9(08).
008000 77  WS-RUN-DATE              PIC 9(08).
008100*
008200*****************************************************************
008300* PER-SERVICE-AND-CODE ROLLUP TABLE - SAME FIND-OR-ADD PATTERN   *
008400* AS THE CLIENT TABLE IN COBRPT02, WITH AN OVERFLOW COUNT SO A   *
008500* 201ST DISTINCT SERVICE AND CODE IS NEVER DROPPED WITHOUT A     *
008600* TRACE. WS-CODE-HOUR-VOL HOLDS THE VOLUME OF EACH HOUR, HOUR 00 *
008700* IN OCCURRENCE 1, FOR THE PEAK-HOUR PICK.                       *
008800*****************************************************************
008900 01  WS-CODE-TABLE.
009000     05  WS-CODE-ENTRY        OCCURS 200 TIMES.
009100         10  WS-CODE-SERVICE  PIC X(08).
009200         10  WS-CODE-TRAN     PIC X(04).
009300         10  WS-CODE-VOLUME   PIC 9(09) COMP.
009400         10  WS-CODE-ROUTED   PIC 9(09) COMP.
009500         10  WS-CODE-NAKS     PIC 9(09) COMP.
009600         10  WS-CODE-ENTREJ   PIC 9(09) COMP.
009700         10  WS-CODE-FAILS    PIC 9(09) COMP.
009800         10  WS-CODE-BYT-IN   PIC 9(12) COMP.
009900         10  WS-CODE-BYT-OUT  PIC 9(12) COMP.
010000         10  WS-CODE-ELAPSED  PIC 9(12) COMP.
010100         10  WS-CODE-MAX-ELAPSED
010200                              PIC 9(09) COMP.
010300         10  WS-CODE-HOUR-VOL PIC 9(09) COMP
010400                              OCCURS 24 TIMES.
010500 01  WS-SWAP-ENTRY            PIC X(156).
010600 77  WS-CODE-ENTRIES-USED     PIC 9(04) COMP VALUE ZERO.
010700 77  WS-CODE-OVERFLOW-COUNT   PIC 9(07) COMP VALUE ZERO.
010800*
010900*****************************************************************
011000* SUBSCRIPTS AND WORK FIELDS                                     *
011100*****************************************************************
011200 77  WS-SUB                   PIC 9(04) COMP.
011300 77  WS-NEXT-SUB              PIC 9(04) COMP.
011400 77  WS-PASS                  PIC 9(04) COMP.
011500 77  WS-PASS-LIMIT            PIC 9(04) COMP.
011600 77  WS-HOUR-SUB              PIC 9(04) COMP.
011700 77  WS-PEAK-SUB              PIC 9(04) COMP.
011800 77  WS-PEAK-VOL              PIC 9(09) COMP.
011900 77  WS-RANK                  PIC 9(04) COMP.
012000 77  WS-ROW-VOLUME            PIC 9(09) COMP.
012100 77  WS-PRIOR-SERVICE         PIC X(08).
012200 77  WS-PCT-WORK              PIC 9(03)V99.
012300 77  WS-MS-WORK               PIC 9(09).
012400*
012500*****************************************************************
012600* HOUR-BY-HOUR TOTALS FOR THE DAY, ALL SERVICES AND CODES        *
012700*****************************************************************
012800 01  WS-HOUR-TABLE.
012900     05  WS-HOUR-ENTRY        OCCURS 24 TIMES.
013000         10  WS-HOUR-VOLUME   PIC 9(09) COMP.
013100         10  WS-HOUR-ROUTED   PIC 9(09) COMP.
013200         10  WS-HOUR-FAILS    PIC 9(09) COMP.
013300*
013400*****************************************************************
013500* GRAND TOTALS                                                   *
013600*****************************************************************
013700 77  WS-TOT-VOLUME            PIC 9(09) COMP VALUE ZERO.
013800 77  WS-TOT-ROUTED            PIC 9(09) COMP VALUE ZERO.
013900 77  WS-TOT-NAKS              PIC 9(09) COMP VALUE ZERO.
014000 77  WS-TOT-ENTREJ            PIC 9(09) COMP VALUE ZERO.
014100 77  WS-TOT-FAILS             PIC 9(09) COMP VALUE ZERO.
014200 77  WS-TOT-BYT-IN            PIC 9(12) COMP VALUE ZERO.
014300 77  WS-TOT-BYT-OUT           PIC 9(12) COMP VALUE ZERO.
014400*
014500*****************************************************************
014600* REPORT LINES                                                  *
014700*****************************************************************
014800 01  HDG-LINE-1.
014900     05  FILLER               PIC X(47)
015000         VALUE 'COBLIS DAILY TRANSACTION CODE REPORT - COBRPT04'.
015100 01  HDG-LINE-2.
015200     05  FILLER               PIC X(13) VALUE 'REPORT DATE: '.
015300     05  HDG-DATE             PIC 9(08).
015400 01  SVC-HDG-LINE.
015500     05  FILLER               PIC X(18)
015550         VALUE 'LISTENER SERVICE: '.
015600     05  SVC-HDG-ID           PIC X(08).
015700 01  COL-HDG-LINE.
015800     05  FILLER               PIC X(06) VALUE 'RANK'.
015900     05  FILLER               PIC X(06) VALUE 'CODE'.
016000     05  FILLER               PIC X(12) VALUE '     VOLUME'.
016100     05  FILLER               PIC X(12) VALUE '     ROUTED'.
016200     05  FILLER               PIC X(08) VALUE '  NOTREG'.
016300     05  FILLER               PIC X(08) VALUE '  NOTENT'.
016400     05  FILLER               PIC X(08) VALUE '   FAILS'.
016500     05  FILLER               PIC X(07) VALUE '  FAIL%'.
016600     05  FILLER               PIC X(07) VALUE '   REJ%'.
016700     05  FILLER               PIC X(08) VALUE '  AVG-MS'.
016800     05  FILLER               PIC X(10) VALUE '    MAX-MS'.
016900     05  FILLER               PIC X(15) VALUE '       BYTES IN'.
017000     05  FILLER               PIC X(15) VALUE '      BYTES OUT'.
017100     05  FILLER               PIC X(11) VALUE '  PEAK HOUR'.
017200 01  CODE-DTL-LINE.
017300     05  CODE-DTL-RANK        PIC ZZZ9.
017400     05  FILLER               PIC X(02) VALUE SPACES.
017500     05  CODE-DTL-TRAN        PIC X(04).
017600     05  FILLER               PIC X(02) VALUE SPACES.
017700     05  CODE-DTL-VOLUME      PIC ZZZ,ZZZ,ZZ9.
017800     05  FILLER               PIC X(01) VALUE SPACE.
017900     05  CODE-DTL-ROUTED      PIC ZZZ,ZZZ,ZZ9.
018000     05  FILLER               PIC X(01) VALUE SPACE.
018100     05  CODE-DTL-NAKS        PIC ZZZ,ZZ9.
018200     05  FILLER               PIC X(01) VALUE SPACE.
018300     05  CODE-DTL-ENTREJ      PIC ZZZ,ZZ9.
018400     05  FILLER               PIC X(01) VALUE SPACE.
018500     05  CODE-DTL-FAILS       PIC ZZZ,ZZ9.
018600     05  FILLER               PIC X(01) VALUE SPACE.
018700     05  CODE-DTL-FAIL-PCT    PIC ZZ9.99.
018800     05  FILLER               PIC X(01) VALUE SPACE.
018900     05  CODE-DTL-REJ-PCT     PIC ZZ9.99.
019000     05  FILLER               PIC X(01) VALUE SPACE.
019100     05  CODE-DTL-AVG-MS      PIC ZZZ,ZZ9.
019200     05  FILLER               PIC X(01) VALUE SPACE.
019300     05  CODE-DTL-MAX-MS      PIC Z,ZZZ,ZZ9.
019400     05  FILLER               PIC X(01) VALUE SPACE.
019500     05  CODE-DTL-BYT-IN      PIC ZZ,ZZZ,ZZZ,ZZ9.
019600     05  FILLER               PIC X(01) VALUE SPACE.
019700     05  CODE-DTL-BYT-OUT     PIC ZZ,ZZZ,ZZZ,ZZ9.
019800     05  FILLER               PIC X(07) VALUE SPACES.
019900     05  CODE-DTL-PEAK-HH     PIC 99.
020000     05  FILLER               PIC X(03) VALUE ':00'.
020100 01  HOUR-HDG-LINE.
020200     05  FILLER               PIC X(06) VALUE 'HOUR'.
020300     05  FILLER               PIC X(12) VALUE '     VOLUME'.
020400     05  FILLER               PIC X(12) VALUE '     ROUTED'.
020500     05  FILLER               PIC X(08) VALUE '   FAILS'.
020600     05  FILLER               PIC X(07) VALUE '  FAIL%'.
020700 01  HOUR-DTL-LINE.
020800     05  HOUR-DTL-HH          PIC 99.
020900     05  FILLER               PIC X(03) VALUE ':00'.
021000     05  FILLER               PIC X(01) VALUE SPACE.
021100     05  HOUR-DTL-VOLUME      PIC ZZZ,ZZZ,ZZ9.
021200     05  FILLER               PIC X(01) VALUE SPACE.
021300     05  HOUR-DTL-ROUTED      PIC ZZZ,ZZZ,ZZ9.
021400     05  FILLER               PIC X(01) VALUE SPACE.
021500     05  HOUR-DTL-FAILS       PIC ZZZ,ZZ9.
021600     05  FILLER               PIC X(01) VALUE SPACE.
021700     05  HOUR-DTL-FAIL-PCT    PIC ZZ9.99.
021800     05  FILLER               PIC X(02) VALUE SPACES.
021900     05  HOUR-DTL-PEAK        PIC X(11).
022000 01  TOT-LINE.
022100     05  FILLER               PIC X(12) VALUE '*TOTAL*'.
022200     05  TOT-VOLUME           PIC ZZZ,ZZZ,ZZ9.
022300     05  FILLER               PIC X(01) VALUE SPACE.
022400     05  TOT-ROUTED           PIC ZZZ,ZZZ,ZZ9.
022500     05  FILLER               PIC X(01) VALUE SPACE.
022600     05  TOT-NAKS             PIC ZZZ,ZZ9.
022700     05  FILLER               PIC X(01) VALUE SPACE.
022800     05  TOT-ENTREJ           PIC ZZZ,ZZ9.
022900     05  FILLER               PIC X(01) VALUE SPACE.
023000     05  TOT-FAILS            PIC ZZZ,ZZ9.
023100     05  FILLER               PIC X(01) VALUE SPACE.
023200     05  TOT-FAIL-PCT         PIC ZZ9.99.
023300     05  FILLER               PIC X(01) VALUE SPACE.
023400     05  TOT-REJ-PCT          PIC ZZ9.99.
023500     05  FILLER               PIC X(20) VALUE SPACES.
023600     05  TOT-BYT-IN           PIC ZZ,ZZZ,ZZZ,ZZ9.
023700     05  FILLER               PIC X(01) VALUE SPACE.
023800     05  TOT-BYT-OUT          PIC ZZ,ZZZ,ZZZ,ZZ9.
023900 01  DTL-LINE.
024000     05  DTL-LABEL            PIC X(40).
024100     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
024200*
024300 PROCEDURE DIVISION.
024400*
024500*****************************************************************
024600* 0000-MAINLINE                                                 *
024700*****************************************************************
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 2000-PROCESS-CODESTAT THRU 2000-EXIT
025100         UNTIL WS-EOF.
025200     PERFORM 5000-RANK-CODES THRU 5000-EXIT.
025300     PERFORM 8000-PRODUCE-REPORT THRU 8000-EXIT.
025400     PERFORM 9999-TERMINATE THRU 9999-EXIT.
025500     GOBACK.
025600*
025700*****************************************************************
025800* 1000-INITIALIZE                                                *
025900*****************************************************************
026000 1000-INITIALIZE.
026100     OPEN OUTPUT RPT-FILE.
026200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026300     MOVE SPACES TO WS-PARM-CARD.
026400     ACCEPT WS-PARM-CARD.
026500     IF WS-PARM-DATE NUMERIC
026600         AND WS-PARM-DATE-N GREATER THAN ZERO
026700         MOVE WS-PARM-DATE-N TO WS-REPORT-DATE
026800     ELSE
026900         MOVE WS-RUN-DATE TO WS-REPORT-DATE
027000     END-IF.
027100     MOVE WS-REPORT-DATE TO HDG-DATE.
027200     INITIALIZE WS-HOUR-TABLE.
027300     OBTAIN FIRST COBLIS-CODESTAT WITHIN COBLIS-CODESTAT-AREA.
027400     IF DB-NOTFND
027500         SET WS-EOF TO TRUE
027600     END-IF.
027700 1000-EXIT.
027800     EXIT.
027900*
028000*****************************************************************
028100* 2000-PROCESS-CODESTAT - ROLL ONE HOURLY ROW OF THE REPORT DATE *
028200* INTO ITS SERVICE AND CODE'S TABLE ENTRY AND THE HOUR TOTALS,   *
028300* THEN SWEEP ON TO THE NEXT ROW IN THE AREA                      *
028400*****************************************************************
028500 2000-PROCESS-CODESTAT.
028600     IF CST-DATE = WS-REPORT-DATE
028700         COMPUTE WS-ROW-VOLUME = CST-ROUTED + CST-NAK-REJECTS
028800                               + CST-ENT-REJECTS
028900         COMPUTE WS-HOUR-SUB = CST-HOUR + 1
029000         PERFORM 2200-TALLY-CODE THRU 2200-EXIT
029100         ADD WS-ROW-VOLUME TO WS-HOUR-VOLUME (WS-HOUR-SUB)
029200         ADD CST-ROUTED TO WS-HOUR-ROUTED (WS-HOUR-SUB)
029300         ADD CST-HANDLER-FAILS TO WS-HOUR-FAILS (WS-HOUR-SUB)
029400     END-IF.
029500     OBTAIN NEXT COBLIS-CODESTAT WITHIN COBLIS-CODESTAT-AREA.
029600     IF DB-NOTFND
029700         SET WS-EOF TO TRUE
029800     END-IF.
029900 2000-EXIT.
030000     EXIT.
030100*
030200*****************************************************************
030300* 2200-TALLY-CODE - FIND OR ADD THE TABLE ENTRY FOR THIS ROW'S   *
030400* SERVICE AND CODE AND ROLL THE ROW'S COUNTS INTO IT             *
030500*****************************************************************
030600 2200-TALLY-CODE.
030700     MOVE 'N' TO WS-CODE-FOUND-SW.
030800     IF WS-CODE-ENTRIES-USED GREATER THAN ZERO
030900         PERFORM 2210-SEARCH-CODE THRU 2210-EXIT
031000             VARYING WS-SUB FROM 1 BY 1
031100             UNTIL WS-SUB GREATER THAN WS-CODE-ENTRIES-USED
031200                OR WS-CODE-FOUND
031300     END-IF.
031400     IF NOT WS-CODE-FOUND
031500         IF WS-CODE-ENTRIES-USED LESS THAN 200
031600             ADD 1 TO WS-CODE-ENTRIES-USED
031700             MOVE WS-CODE-ENTRIES-USED TO WS-SUB
031800             INITIALIZE WS-CODE-ENTRY (WS-SUB)
031900             MOVE CST-SERVICE-ID TO WS-CODE-SERVICE (WS-SUB)
032000             MOVE CST-TRAN-CODE TO WS-CODE-TRAN (WS-SUB)
032100             PERFORM 2220-ADD-COUNTS THRU 2220-EXIT
032200         ELSE
032300             ADD 1 TO WS-CODE-OVERFLOW-COUNT
032400         END-IF
032500     END-IF.
032600     ADD WS-ROW-VOLUME TO WS-TOT-VOLUME.
032700     ADD CST-ROUTED TO WS-TOT-ROUTED.
032800     ADD CST-NAK-REJECTS TO WS-TOT-NAKS.
032900     ADD CST-ENT-REJECTS TO WS-TOT-ENTREJ.
033000     ADD CST-HANDLER-FAILS TO WS-TOT-FAILS.
033100     ADD CST-BYTES-IN TO WS-TOT-BYT-IN.
033200     ADD CST-BYTES-OUT TO WS-TOT-BYT-OUT.
033300 2200-EXIT.
033400     EXIT.
033500*
033600*****************************************************************
033700* 2210-SEARCH-CODE - ONE TABLE SLOT PER CALL, DRIVEN BY THE      *
033800* PERFORM VARYING ABOVE; THE ROW'S COUNTS ROLL IN AT MATCH TIME, *
033900* WHILE WS-SUB STILL POINTS AT THE MATCHED SLOT                  *
034000*****************************************************************
034100 2210-SEARCH-CODE.
034200     IF CST-SERVICE-ID = WS-CODE-SERVICE (WS-SUB)
034300         AND CST-TRAN-CODE = WS-CODE-TRAN (WS-SUB)
034400         PERFORM 2220-ADD-COUNTS THRU 2220-EXIT
034500         SET WS-CODE-FOUND TO TRUE
034600     END-IF.
034700 2210-EXIT.
034800     EXIT.
034900*
035000*****************************************************************
035100* 2220-ADD-COUNTS - ADD THE CURRENT HOURLY ROW TO TABLE ENTRY    *
035200* WS-SUB                                                         *
035300*****************************************************************
035400 2220-ADD-COUNTS.
035500     ADD WS-ROW-VOLUME TO WS-CODE-VOLUME (WS-SUB).
035600     ADD CST-ROUTED TO WS-CODE-ROUTED (WS-SUB).
035700     ADD CST-NAK-REJECTS TO WS-CODE-NAKS (WS-SUB).
035800     ADD CST-ENT-REJECTS TO WS-CODE-ENTREJ (WS-SUB).
035900     ADD CST-HANDLER-FAILS TO WS-CODE-FAILS (WS-SUB).
036000     ADD CST-BYTES-IN TO WS-CODE-BYT-IN (WS-SUB).
036100     ADD CST-BYTES-OUT TO WS-CODE-BYT-OUT (WS-SUB).
036200     ADD CST-ELAPSED-HS TO WS-CODE-ELAPSED (WS-SUB).
036300     IF CST-MAX-ELAPSED-HS GREATER THAN
036400         WS-CODE-MAX-ELAPSED (WS-SUB)
036500         MOVE CST-MAX-ELAPSED-HS TO WS-CODE-MAX-ELAPSED (WS-SUB)
036600     END-IF.
036700     ADD WS-ROW-VOLUME
036800         TO WS-CODE-HOUR-VOL (WS-SUB, WS-HOUR-SUB).
036900 2220-EXIT.
037000     EXIT.
037100*
037200*****************************************************************
037300* 5000-RANK-CODES - ORDER THE TABLE BY SERVICE, THEN BY VOLUME   *
037400* HIGHEST FIRST, WITH A PLAIN EXCHANGE SORT: EACH PASS FLOATS    *
037500* THE LOWEST REMAINING ENTRY TO THE BOTTOM. THE TABLE IS AT MOST *
037600* 200 ENTRIES, SO NO SORT WORK FILE IS CALLED FOR.               *
037700*****************************************************************
037800 5000-RANK-CODES.
037900     IF WS-CODE-ENTRIES-USED LESS THAN 2
038000         GO TO 5000-EXIT
038100     END-IF.
038200     PERFORM 5100-SORT-PASS THRU 5100-EXIT
038300         VARYING WS-PASS FROM 1 BY 1
038400         UNTIL WS-PASS NOT LESS THAN WS-CODE-ENTRIES-USED.
038500 5000-EXIT.
038600     EXIT.
038700*
038800*****************************************************************
038900* 5100-SORT-PASS - ONE PASS OVER THE ENTRIES NOT YET SETTLED     *
039000*****************************************************************
039100 5100-SORT-PASS.
039200     COMPUTE WS-PASS-LIMIT = WS-CODE-ENTRIES-USED - WS-PASS.
039300     PERFORM 5200-COMPARE-PAIR THRU 5200-EXIT
039400         VARYING WS-SUB FROM 1 BY 1
039500         UNTIL WS-SUB GREATER THAN WS-PASS-LIMIT.
039600 5100-EXIT.
039700     EXIT.
039800*
039900*****************************************************************
040000* 5200-COMPARE-PAIR - SWAP ENTRY WS-SUB WITH THE ONE BELOW IT    *
040100* WHEN THE TWO ARE OUT OF ORDER                                  *
040200*****************************************************************
040300 5200-COMPARE-PAIR.
040400     COMPUTE WS-NEXT-SUB = WS-SUB + 1.
040500     IF WS-CODE-SERVICE (WS-SUB) LESS THAN
040600         WS-CODE-SERVICE (WS-NEXT-SUB)
040700         GO TO 5200-EXIT
040800     END-IF.
040900     IF WS-CODE-SERVICE (WS-SUB) = WS-CODE-SERVICE (WS-NEXT-SUB)
041000         AND WS-CODE-VOLUME (WS-SUB) NOT LESS THAN
041100             WS-CODE-VOLUME (WS-NEXT-SUB)
041200         GO TO 5200-EXIT
041300     END-IF.
041400     MOVE WS-CODE-ENTRY (WS-SUB) TO WS-SWAP-ENTRY.
041500     MOVE WS-CODE-ENTRY (WS-NEXT-SUB) TO WS-CODE-ENTRY (WS-SUB).
041600     MOVE WS-SWAP-ENTRY TO WS-CODE-ENTRY (WS-NEXT-SUB).
041700 5200-EXIT.
041800     EXIT.
041900*
042000*****************************************************************
042100* 8000-PRODUCE-REPORT                                           *
042200*****************************************************************
042300 8000-PRODUCE-REPORT.
042400     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
042500     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
042600*
042700     IF WS-CODE-ENTRIES-USED GREATER THAN ZERO
042800         MOVE SPACES TO WS-PRIOR-SERVICE
042900         PERFORM 8100-PRINT-CODE THRU 8100-EXIT
043000             VARYING WS-SUB FROM 1 BY 1
043100             UNTIL WS-SUB GREATER THAN WS-CODE-ENTRIES-USED
043200     ELSE
043300         MOVE SPACES TO RPT-RECORD
043400         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
043500         MOVE '  NO TRANSACTION CODE TRAFFIC FOR THE REPORT DATE'
043600             TO RPT-RECORD
043700         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
043800     END-IF.
043900*
044000     MOVE SPACES TO RPT-RECORD.
044100     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
044200     MOVE WS-TOT-VOLUME TO TOT-VOLUME.
044300     MOVE WS-TOT-ROUTED TO TOT-ROUTED.
044400     MOVE WS-TOT-NAKS TO TOT-NAKS.
044500     MOVE WS-TOT-ENTREJ TO TOT-ENTREJ.
044600     MOVE WS-TOT-FAILS TO TOT-FAILS.
044700     MOVE ZERO TO TOT-FAIL-PCT.
044800     IF WS-TOT-ROUTED GREATER THAN ZERO
044900         COMPUTE WS-PCT-WORK ROUNDED =
045000             WS-TOT-FAILS * 100 / WS-TOT-ROUTED
045100         MOVE WS-PCT-WORK TO TOT-FAIL-PCT
045200     END-IF.
045300     MOVE ZERO TO TOT-REJ-PCT.
045400     IF WS-TOT-VOLUME GREATER THAN ZERO
045500         COMPUTE WS-PCT-WORK ROUNDED =
045600             (WS-TOT-NAKS + WS-TOT-ENTREJ) * 100 / WS-TOT-VOLUME
045700         MOVE WS-PCT-WORK TO TOT-REJ-PCT
045800     END-IF.
045900     MOVE WS-TOT-BYT-IN TO TOT-BYT-IN.
046000     MOVE WS-TOT-BYT-OUT TO TOT-BYT-OUT.
046100     WRITE RPT-RECORD FROM TOT-LINE AFTER ADVANCING 1 LINE.
046200*
046300     IF WS-CODE-OVERFLOW-COUNT GREATER THAN ZERO
046400         MOVE SPACES TO RPT-RECORD
046500         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
046600         MOVE 'HOURLY ROWS PAST THE 200-CODE TABLE:'
046700             TO DTL-LABEL
046800         MOVE WS-CODE-OVERFLOW-COUNT TO DTL-VALUE
046900         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
047000     END-IF.
047100*
047200     PERFORM 8300-PRINT-HOURS THRU 8300-EXIT.
047300 8000-EXIT.
047400     EXIT.
047500*
047600*****************************************************************
047700* 8100-PRINT-CODE - ONE DETAIL LINE PER SERVICE AND CODE, WITH A *
047800* SERVICE HEADING AND A FRESH RANK COUNT WHEN THE SERVICE CHANGES*
047900*****************************************************************
048000 8100-PRINT-CODE.
048100     IF WS-CODE-SERVICE (WS-SUB) NOT = WS-PRIOR-SERVICE
048200         MOVE WS-CODE-SERVICE (WS-SUB) TO WS-PRIOR-SERVICE
048300         MOVE WS-CODE-SERVICE (WS-SUB) TO SVC-HDG-ID
048400         WRITE RPT-RECORD FROM SVC-HDG-LINE
048500             AFTER ADVANCING 2 LINES
048600         WRITE RPT-RECORD FROM COL-HDG-LINE
048700             AFTER ADVANCING 1 LINE
048800         MOVE ZERO TO WS-RANK
048900     END-IF.
049000     ADD 1 TO WS-RANK.
049100     MOVE WS-RANK TO CODE-DTL-RANK.
049200     MOVE WS-CODE-TRAN (WS-SUB) TO CODE-DTL-TRAN.
049300     MOVE WS-CODE-VOLUME (WS-SUB) TO CODE-DTL-VOLUME.
049400     MOVE WS-CODE-ROUTED (WS-SUB) TO CODE-DTL-ROUTED.
049500     MOVE WS-CODE-NAKS (WS-SUB) TO CODE-DTL-NAKS.
049600     MOVE WS-CODE-ENTREJ (WS-SUB) TO CODE-DTL-ENTREJ.
049700     MOVE WS-CODE-FAILS (WS-SUB) TO CODE-DTL-FAILS.
049800     MOVE WS-CODE-BYT-IN (WS-SUB) TO CODE-DTL-BYT-IN.
049900     MOVE WS-CODE-BYT-OUT (WS-SUB) TO CODE-DTL-BYT-OUT.
050000*
050100     MOVE ZERO TO CODE-DTL-FAIL-PCT.
050200     MOVE ZERO TO CODE-DTL-AVG-MS.
050300     IF WS-CODE-ROUTED (WS-SUB) GREATER THAN ZERO
050400         COMPUTE WS-PCT-WORK ROUNDED =
050500             WS-CODE-FAILS (WS-SUB) * 100
050600                 / WS-CODE-ROUTED (WS-SUB)
050700         MOVE WS-PCT-WORK TO CODE-DTL-FAIL-PCT
050800         COMPUTE WS-MS-WORK ROUNDED =
050900             WS-CODE-ELAPSED (WS-SUB) * 10
051000                 / WS-CODE-ROUTED (WS-SUB)
051100         MOVE WS-MS-WORK TO CODE-DTL-AVG-MS
051200     END-IF.
051300     COMPUTE WS-MS-WORK = WS-CODE-MAX-ELAPSED (WS-SUB) * 10.
051400     MOVE WS-MS-WORK TO CODE-DTL-MAX-MS.
051500     MOVE ZERO TO CODE-DTL-REJ-PCT.
051600     IF WS-CODE-VOLUME (WS-SUB) GREATER THAN ZERO
051700         COMPUTE WS-PCT-WORK ROUNDED =
051800             (WS-CODE-NAKS (WS-SUB) + WS-CODE-ENTREJ (WS-SUB))
051900                 * 100 / WS-CODE-VOLUME (WS-SUB)
052000         MOVE WS-PCT-WORK TO CODE-DTL-REJ-PCT
052100     END-IF.
052200*
052300     MOVE 1 TO WS-PEAK-SUB.
052400     MOVE ZERO TO WS-PEAK-VOL.
052500     PERFORM 8200-PICK-PEAK THRU 8200-EXIT
052600         VARYING WS-HOUR-SUB FROM 1 BY 1
052700         UNTIL WS-HOUR-SUB GREATER THAN 24.
052800     COMPUTE CODE-DTL-PEAK-HH = WS-PEAK-SUB - 1.
052900     WRITE RPT-RECORD FROM CODE-DTL-LINE AFTER ADVANCING 1 LINE.
053000 8100-EXIT.
053100     EXIT.
053200*
053300*****************************************************************
053400* 8200-PICK-PEAK - KEEP THE BUSIEST HOUR OF ENTRY WS-SUB; A TIE  *
053500* GOES TO THE EARLIER HOUR                                       *
053600*****************************************************************
053700 8200-PICK-PEAK.
053800     IF WS-CODE-HOUR-VOL (WS-SUB, WS-HOUR-SUB)
053900         GREATER THAN WS-PEAK-VOL
054000         MOVE WS-CODE-HOUR-VOL (WS-SUB, WS-HOUR-SUB)
054100             TO WS-PEAK-VOL
054200         MOVE WS-HOUR-SUB TO WS-PEAK-SUB
054300     END-IF.
054400 8200-EXIT.
054500     EXIT.
054600*
054700*****************************************************************
054800* 8300-PRINT-HOURS - THE DAY'S HOUR-BY-HOUR PROFILE OF ALL CODES *
054900* TOGETHER, WITH THE PEAK HOUR MARKED                            *
055000*****************************************************************
055100 8300-PRINT-HOURS.
055200     MOVE 1 TO WS-PEAK-SUB.
055300     MOVE ZERO TO WS-PEAK-VOL.
055400     PERFORM 8310-PICK-DAY-PEAK THRU 8310-EXIT
055500         VARYING WS-HOUR-SUB FROM 1 BY 1
055600         UNTIL WS-HOUR-SUB GREATER THAN 24.
055700     MOVE SPACES TO RPT-RECORD.
055800     WRITE RPT-RECORD AFTER ADVANCING 2 LINES.
055900     MOVE 'HOURLY PROFILE - ALL SERVICES AND CODES' TO RPT-RECORD.
056000     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
056100     WRITE RPT-RECORD FROM HOUR-HDG-LINE AFTER ADVANCING 1 LINE.
056200     PERFORM 8320-PRINT-HOUR THRU 8320-EXIT
056300         VARYING WS-HOUR-SUB FROM 1 BY 1
056400         UNTIL WS-HOUR-SUB GREATER THAN 24.
056500 8300-EXIT.
056600     EXIT.
056700*
056800*****************************************************************
056900* 8310-PICK-DAY-PEAK - KEEP THE BUSIEST HOUR OF THE DAY          *
057000*****************************************************************
057100 8310-PICK-DAY-PEAK.
057200     IF WS-HOUR-VOLUME (WS-HOUR-SUB) GREATER THAN WS-PEAK-VOL
057300         MOVE WS-HOUR-VOLUME (WS-HOUR-SUB) TO WS-PEAK-VOL
057400         MOVE WS-HOUR-SUB TO WS-PEAK-SUB
057500     END-IF.
057600 8310-EXIT.
057700     EXIT.
057800*
057900*****************************************************************
058000* 8320-PRINT-HOUR - ONE PROFILE LINE PER HOUR OF THE DAY         *
058100*****************************************************************
058200 8320-PRINT-HOUR.
058300     COMPUTE HOUR-DTL-HH = WS-HOUR-SUB - 1.
058400     MOVE WS-HOUR-VOLUME (WS-HOUR-SUB) TO HOUR-DTL-VOLUME.
058500     MOVE WS-HOUR-ROUTED (WS-HOUR-SUB) TO HOUR-DTL-ROUTED.
058600     MOVE WS-HOUR-FAILS (WS-HOUR-SUB) TO HOUR-DTL-FAILS.
058700     MOVE ZERO TO HOUR-DTL-FAIL-PCT.
058800     IF WS-HOUR-ROUTED (WS-HOUR-SUB) GREATER THAN ZERO
058900         COMPUTE WS-PCT-WORK ROUNDED =
059000             WS-HOUR-FAILS (WS-HOUR-SUB) * 100
059100                 / WS-HOUR-ROUTED (WS-HOUR-SUB)
059200         MOVE WS-PCT-WORK TO HOUR-DTL-FAIL-PCT
059300     END-IF.
059400     MOVE SPACES TO HOUR-DTL-PEAK.
059500     IF WS-HOUR-SUB = WS-PEAK-SUB
059600         AND WS-PEAK-VOL GREATER THAN ZERO
059700         MOVE '<-- PEAK' TO HOUR-DTL-PEAK
059800     END-IF.
059900     WRITE RPT-RECORD FROM HOUR-DTL-LINE AFTER ADVANCING 1 LINE.
060000 8320-EXIT.
060100     EXIT.
060200*
060300*****************************************************************
060400* 9999-TERMINATE                                                *
060500*****************************************************************
060600 9999-TERMINATE.
060700     CLOSE RPT-FILE.
060800 9999-EXIT.
060900     EXIT.
