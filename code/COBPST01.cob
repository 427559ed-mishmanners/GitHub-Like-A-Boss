001220*                EACH BATCH HEADER ONTO THE POSTING REGISTER,
001230*                SO THE BALANCING CLERKS SEE WHICH BUSINESS DAY
001240*                EVERY POSTED BATCH BELONGS TO.
001250* 10/15/26  DLJ  REFUSE POSTINGS TO FROZEN OR CLOSED ACCOUNTS,
001260*                AND DEBITS THAT WOULD TAKE AN ACCOUNT PAST ITS
001270*                CREDIT LIMIT (BOTH MAINTAINED ON COBACCM), EACH
001280*                UNDER ITS OWN EXCEPTION REASON.
001282* 10/15/26  DLJ  PARK EVERY REFUSED RECORD ON THE COBLIS-SUSPENSE
001284*                FILE AND RETRY THE OPEN SUSPENSE ITEMS AT THE
001286*                START OF EACH RUN, BEFORE THE NEW BATCHES, SO
001288*                AN ITEM POSTS AS SOON AS ITS ACCOUNT IS FIXED.
001290* 10/15/26  DLJ  WRITE A COBLIS-JOURNAL ENTRY FOR EVERY POSTING,
001292*                BATCH OR SUSPENSE CLEAR, CARRYING THE ACCOUNT'S
001294*                RUNNING BALANCE, FOR THE COBSTM01 STATEMENTS.
001300*================================================================
001400*
001500*****************************************************************
003400* AS AN EXCEPTION AND LEFT UNPOSTED - THE REST OF THE BATCH      *
003500* STILL POSTS, AND THE UNPOSTED COUNT IS PRINTED FOR THE         *
003600* BALANCING CLERKS.                                              *
003602*                                                                *
003604* THE SAME HOLDS FOR A RECORD THE ACCOUNT ITSELF REFUSES: ANY    *
003606* POSTING TO AN ACCOUNT IN STATUS 'F' (FROZEN) OR 'C' (CLOSED),  *
003608* AND ANY DEBIT THAT WOULD TAKE THE BALANCE BELOW ZERO BY MORE   *
003610* THAN THE ACCOUNT'S CREDIT LIMIT. EACH REFUSAL CARRIES ITS OWN  *
003612* REASON ON THE REGISTER AND ITS OWN COUNT IN THE RUN SUMMARY.   *
003614*                                                                *
003616* EVERY POSTING ALSO STORES A COBLIS-JOURNAL ENTRY - ACCOUNT,    *
003618* BUSINESS DATE, BATCH ID, RECORD SEQUENCE, DR/CR, AMOUNT AND    *
003620* THE ACCOUNT'S BALANCE AFTER THE POSTING - IN THE SAME RUN UNIT *
003622* INTERVAL AS THE BALANCE UPDATE, SO THE JOURNAL AND THE MASTER  *
003624* COMMIT OR ROLL BACK TOGETHER. A BATCH POSTING IS JOURNALLED    *
003626* UNDER ITS BATCH'S BUSINESS DATE, A SUSPENSE CLEAR UNDER THE    *
003628* CURRENT BUSINESS DATE (THE DAY IT ACTUALLY HIT THE BALANCE);   *
003630* WITH NO BUSINESS CALENDAR THE RUN DATE IS USED.                *
003632*                                                                *
003634* EVERY REFUSED RECORD IS ALSO STORED ON THE COBLIS-SUSPENSE     *
003636* FILE AS AN OPEN ('O') ITEM, KEYED BY ITS BATCH ID AND RECORD   *
003638* SEQUENCE AND CARRYING THE BATCH'S CLIENT AND BUSINESS DATE.    *
003640* EACH RUN FIRST RETRIES EVERY OPEN ITEM: ONE THAT NOW POSTS IS  *
003642* MARKED CLEARED ('C') IN THE SAME COMMIT AS ITS POSTING, ONE    *
003644* THAT IS STILL REFUSED STAYS OPEN UNDER ITS CURRENT REASON.     *
003646* CLEARED ITEMS ARE KEPT FOR THE AUDIT TRAIL. THE RETRY HAS ITS  *
003648* OWN SECTION AND TOTALS AT THE HEAD OF THE REGISTER, AND        *
003650* COBSUS01 REPORTS THE ITEMS STILL OPEN BY AGE AND CLIENT.       *
003700*                                                                *
003800* STAGED DATA RECORD LAYOUT (80 BYTES), AS EDITED BY COBEDT01:   *
003900*   POS  1- 8  TRANSACTION DATE, YYYYMMDD                        *
007200 01  COPY IDMS RECORD COBLIS-BATCH.
007300 01  COPY IDMS RECORD COBLIS-STAGE.
007400 01  COPY IDMS RECORD COBLIS-ACCOUNT.
007450 01  COPY IDMS RECORD COBLIS-SUSPENSE.
007460 01  COPY IDMS RECORD COBLIS-JOURNAL.
007470 01  COPY IDMS RECORD COBLIS-BIZDATE.
007500*
007600*****************************************************************
007700* SWITCHES                                                       *
008100         88  WS-BAT-EOF                  VALUE 'Y'.
008200     05  WS-STG-EOF-SW        PIC X(01) VALUE 'N'.
008300         88  WS-STG-EOF                  VALUE 'Y'.
008310     05  WS-SUS-EOF-SW        PIC X(01) VALUE 'N'.
008320         88  WS-SUS-EOF                  VALUE 'Y'.
008330     05  WS-REFUSED-SW        PIC X(01) VALUE 'N'.
008340         88  WS-POST-REFUSED             VALUE 'Y'.
008350     05  WS-REFUSE-CODE       PIC X(01) VALUE SPACE.
008360         88  WS-REFUSE-NOACCT            VALUE 'M'.
008370         88  WS-REFUSE-CLOSED            VALUE 'C'.
008380         88  WS-REFUSE-FROZEN            VALUE 'F'.
008390         88  WS-REFUSE-LIMIT             VALUE 'L'.
008400*
008500*****************************************************************
008600* ACCUMULATORS                                                   *
009000 77  WS-RECORDS-UNPOSTED      PIC 9(07) COMP VALUE ZERO.
009100 77  WS-BATCH-POSTED          PIC 9(07) COMP VALUE ZERO.
009200 77  WS-BATCH-UNPOSTED        PIC 9(07) COMP VALUE ZERO.
009220 77  WS-UNPOSTED-NOACCT       PIC 9(07) COMP VALUE ZERO.
009240 77  WS-UNPOSTED-CLOSED       PIC 9(07) COMP VALUE ZERO.
009260 77  WS-UNPOSTED-FROZEN       PIC 9(07) COMP VALUE ZERO.
009280 77  WS-UNPOSTED-LIMIT        PIC 9(07) COMP VALUE ZERO.
009300 77  WS-BATCH-DR-TOTAL        PIC 9(13)V9(02) COMP-3 VALUE ZERO.
009400 77  WS-BATCH-CR-TOTAL        PIC 9(13)V9(02) COMP-3 VALUE ZERO.
009420 77  WS-NEW-BALANCE           PIC S9(13)V9(02) COMP-3.
009440 77  WS-LIMIT-FLOOR           PIC S9(13)V9(02) COMP-3.
009445 77  WS-SUS-STORED            PIC 9(07) COMP VALUE ZERO.
009450 77  WS-SUS-RETRIED           PIC 9(07) COMP VALUE ZERO.
009455 77  WS-SUS-CLEARED           PIC 9(07) COMP VALUE ZERO.
009460 77  WS-SUS-STILL-OPEN        PIC 9(07) COMP VALUE ZERO.
009465 77  WS-SUS-DR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
009470 77  WS-SUS-CR-TOTAL          PIC 9(13)V9(02) COMP-3 VALUE ZERO.
009500*
009600 77  WS-CUR-BATCH-ID          PIC X(08).
009620 77  WS-CUR-CLIENT-ID         PIC X(08).
009640 77  WS-CUR-BUSDATE           PIC 9(08).
009660 77  WS-CUR-SEQ               PIC 9(07).
009665 77  WS-RETRY-BUSDATE         PIC 9(08).
009670 77  WS-JRN-BUSDATE           PIC 9(08).
009675 77  WS-JRN-SOURCE            PIC X(01).
009680 77  WS-JOURNAL-ENTRIES       PIC 9(07) COMP VALUE ZERO.
009700*
009800 01  WS-POST-TS.
009900     05  WS-POST-TS-DATE      PIC 9(08).
014600     05  EXC-ACCOUNT          PIC X(10).
014700     05  FILLER               PIC X(02) VALUE SPACES.
014800     05  EXC-REASON           PIC X(30).
014805 01  SUS-HDG-LINE.
014810     05  FILLER               PIC X(45)
014815         VALUE 'SUSPENSE RETRY - OPEN ITEMS FROM EARLIER RUNS'.
014820 01  SUS-LINE.
014825     05  FILLER               PIC X(09) VALUE '  BATCH: '.
014830     05  SUS-BATCH            PIC X(08).
014835     05  FILLER               PIC X(07) VALUE '  SEQ: '.
014840     05  SUS-SEQ              PIC ZZZZZZ9.
014845     05  FILLER               PIC X(02) VALUE SPACES.
014850     05  SUS-ACCOUNT          PIC X(10).
014855     05  FILLER               PIC X(02) VALUE SPACES.
014860     05  SUS-TYPE             PIC X(02).
014865     05  FILLER               PIC X(02) VALUE SPACES.
014870     05  SUS-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
014875     05  FILLER               PIC X(02) VALUE SPACES.
014880     05  SUS-RESULT           PIC X(30).
014900 01  DTL-LINE.
015000     05  DTL-LABEL            PIC X(40).
015100     05  DTL-VALUE            PIC ZZZ,ZZZ,ZZ9.
017600     ACCEPT WS-POST-TS-TIME FROM TIME.
017700     WRITE RPT-RECORD FROM HDG-LINE-1 AFTER ADVANCING PAGE.
017800     WRITE RPT-RECORD FROM HDG-LINE-2 AFTER ADVANCING 2 LINES.
017805     MOVE WS-POST-TS-DATE TO WS-RETRY-BUSDATE.
017810     MOVE 'COBLIS01' TO BIZ-ID.
017815     OBTAIN CALC COBLIS-BIZDATE.
017820     IF NOT DB-NOTFND
017825         AND BIZ-CURRENT-DATE GREATER THAN ZERO
017830         MOVE BIZ-CURRENT-DATE TO WS-RETRY-BUSDATE
017835     END-IF.
017850     PERFORM 1500-RETRY-SUSPENSE THRU 1500-EXIT.
017900     OBTAIN FIRST COBLIS-BATCH WITHIN COBLIS-BATCH-AREA.
018000     IF DB-NOTFND
018100         SET WS-BAT-EOF TO TRUE
018200     END-IF.
018300 1000-EXIT.
018400     EXIT.
018410*
018420*****************************************************************
018430* 1500-RETRY-SUSPENSE - BEFORE ANY NEW BATCH IS TOUCHED, SWEEP   *
018440* THE SUSPENSE AREA AND TRY EVERY OPEN ITEM AGAIN                *
018450*****************************************************************
018460 1500-RETRY-SUSPENSE.
018470     MOVE SPACES TO RPT-RECORD.
018480     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
018490     WRITE RPT-RECORD FROM SUS-HDG-LINE AFTER ADVANCING 1 LINE.
018500     OBTAIN FIRST COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
018510     IF DB-NOTFND
018520         SET WS-SUS-EOF TO TRUE
018530     END-IF.
018540     PERFORM 1510-SCAN-SUSPENSE THRU 1510-EXIT
018550         UNTIL WS-SUS-EOF.
018560*
018570     MOVE 'SUSPENSE ITEMS RETRIED:' TO DTL-LABEL.
018580     MOVE WS-SUS-RETRIED TO DTL-VALUE.
018590     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
018600     MOVE 'SUSPENSE ITEMS CLEARED:' TO DTL-LABEL.
018610     MOVE WS-SUS-CLEARED TO DTL-VALUE.
018620     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
018630     MOVE 'SUSPENSE ITEMS STILL OPEN:' TO DTL-LABEL.
018640     MOVE WS-SUS-STILL-OPEN TO DTL-VALUE.
018650     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
018660     MOVE 'CLEARED DEBIT TOTAL:' TO DTL-AMT-LABEL.
018670     MOVE WS-SUS-DR-TOTAL TO DTL-AMT-VALUE.
018680     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
018690     MOVE 'CLEARED CREDIT TOTAL:' TO DTL-AMT-LABEL.
018700     MOVE WS-SUS-CR-TOTAL TO DTL-AMT-VALUE.
018710     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
018720 1500-EXIT.
018730     EXIT.
018740*
018750*****************************************************************
018760* 1510-SCAN-SUSPENSE - ONE SUSPENSE ITEM PER CALL; CLEARED ITEMS *
018770* ARE SKIPPED                                                    *
018780*****************************************************************
018790 1510-SCAN-SUSPENSE.
018800     IF SUSP-STATUS = 'O'
018810         PERFORM 1520-RETRY-ITEM THRU 1520-EXIT
018820     END-IF.
018830     OBTAIN NEXT COBLIS-SUSPENSE WITHIN COBLIS-SUSPENSE-AREA.
018840     IF DB-NOTFND
018850         SET WS-SUS-EOF TO TRUE
018860     END-IF.
018870 1510-EXIT.
018880     EXIT.
018890*
018900*****************************************************************
018910* 1520-RETRY-ITEM - PUT THE PARKED RECORD BACK IN THE TXN WORK   *
018920* AREA AND RUN IT THROUGH THE SAME CHECKS AS A NEW RECORD. THE   *
018930* ACCOUNT OBTAIN TOOK CURRENCY, SO THE SUSPENSE ITEM IS RE-      *
018940* OBTAINED BY ITS CALC KEY BEFORE IT IS MODIFIED - THAT ALSO     *
018950* PUTS THE AREA SWEEP BACK WHERE IT WAS. A CLEARED ITEM COMMITS  *
018960* WITH ITS POSTING; AN ITEM STILL REFUSED ONLY CHANGES WHEN ITS  *
018970* REASON HAS.                                                    *
018980*****************************************************************
018990 1520-RETRY-ITEM.
019000     ADD 1 TO WS-SUS-RETRIED.
019010     MOVE SPACES TO WS-TXN-RECORD.
019020     MOVE SUSP-TXN-DATE    TO WS-TXN-DATE.
019030     MOVE SUSP-ACCOUNT     TO WS-TXN-ACCOUNT.
019040     MOVE SUSP-TXN-TYPE    TO WS-TXN-TYPE.
019050     MOVE SUSP-AMOUNT      TO WS-TXN-AMOUNT-NUM.
019060     MOVE SUSP-BATCH-ID    TO WS-CUR-BATCH-ID.
019070     MOVE SUSP-RECORD-SEQ  TO WS-CUR-SEQ.
019072     MOVE WS-RETRY-BUSDATE TO WS-JRN-BUSDATE.
019074     MOVE 'S' TO WS-JRN-SOURCE.
019080     PERFORM 3250-APPLY-POSTING THRU 3250-EXIT.
019090*
019100     MOVE WS-CUR-BATCH-ID  TO SUSP-BATCH-ID.
019110     MOVE WS-CUR-SEQ       TO SUSP-RECORD-SEQ.
019120     OBTAIN CALC COBLIS-SUSPENSE.
019130     MOVE WS-CUR-BATCH-ID  TO SUS-BATCH.
019140     MOVE WS-CUR-SEQ       TO SUS-SEQ.
019150     MOVE WS-TXN-ACCOUNT   TO SUS-ACCOUNT.
019160     MOVE WS-TXN-TYPE      TO SUS-TYPE.
019170     MOVE WS-TXN-AMOUNT-NUM TO SUS-AMOUNT.
019180     IF WS-POST-REFUSED
019190         ADD 1 TO WS-SUS-STILL-OPEN
019200         MOVE EXC-REASON TO SUS-RESULT
019210         WRITE RPT-RECORD FROM SUS-LINE AFTER ADVANCING 1 LINE
019220         IF SUSP-REASON-CODE NOT = WS-REFUSE-CODE
019230             MOVE WS-REFUSE-CODE TO SUSP-REASON-CODE
019240             MOVE EXC-REASON     TO SUSP-REASON
019250             MODIFY COBLIS-SUSPENSE
019260             COMMIT
019270         END-IF
019280         GO TO 1520-EXIT
019290     END-IF.
019300*
019310     IF WS-TXN-TYPE = 'CR'
019320         ADD WS-TXN-AMOUNT-NUM TO WS-SUS-CR-TOTAL
019330     ELSE
019340         ADD WS-TXN-AMOUNT-NUM TO WS-SUS-DR-TOTAL
019350     END-IF.
019360     MOVE 'C' TO SUSP-STATUS.
019370     MOVE WS-POST-TS TO SUSP-CLEARED-TS.
019380     MODIFY COBLIS-SUSPENSE.
019390     COMMIT.
019400     ADD 1 TO WS-SUS-CLEARED.
019410     MOVE 'POSTED - ITEM CLEARED' TO SUS-RESULT.
019420     WRITE RPT-RECORD FROM SUS-LINE AFTER ADVANCING 1 LINE.
019430 1520-EXIT.
019440     EXIT.
019450*
019460*****************************************************************
019470* 2000-PROCESS-BATCH - POST ONE BATCH HEADER IF IT IS STILL IN   *
019480* STATUS 'A', THEN MOVE TO THE NEXT HEADER IN THE AREA           *
019490*****************************************************************
019500 2000-PROCESS-BATCH.
019510     IF BAT-STATUS = 'A'
019520         PERFORM 3000-POST-BATCH THRU 3000-EXIT
019530     END-IF.
019540     OBTAIN NEXT COBLIS-BATCH WITHIN COBLIS-BATCH-AREA.
019550     IF DB-NOTFND
019560         SET WS-BAT-EOF TO TRUE
019570     END-IF.
019580 2000-EXIT.
019590     EXIT.
020000*
020100*****************************************************************
020200* 3000-POST-BATCH - APPLY EVERY VALID STAGED RECORD OF THE       *
020600 3000-POST-BATCH.
020700     ADD 1 TO WS-BATCHES-POSTED.
020800     MOVE BAT-BATCH-ID TO WS-CUR-BATCH-ID.
020820     MOVE BAT-CLIENT-ID TO WS-CUR-CLIENT-ID.
020840     MOVE BAT-BUSINESS-DATE TO WS-CUR-BUSDATE.
020845     IF WS-CUR-BUSDATE GREATER THAN ZERO
020850         MOVE WS-CUR-BUSDATE TO WS-JRN-BUSDATE
020855     ELSE
020860         MOVE WS-POST-TS-DATE TO WS-JRN-BUSDATE
020865     END-IF.
020870     MOVE 'P' TO WS-JRN-SOURCE.
020900     MOVE ZERO TO WS-BATCH-POSTED.
021000     MOVE ZERO TO WS-BATCH-UNPOSTED.
021100     MOVE ZERO TO WS-BATCH-DR-TOTAL.
026200*****************************************************************
026300* 3200-POST-RECORD - APPLY ONE STAGED RECORD. ONLY ROWS THE      *
026400* EDIT MARKED 'V' POST, AND THE TRAILER RECORD NEVER DOES. A     *
026500* RECORD THE ACCOUNT REFUSES IS AN EXCEPTION, NOT AN ABEND - IT  *
026600* IS LISTED, PARKED ON THE SUSPENSE FILE AND LEFT UNPOSTED.      *
026700*****************************************************************
026800 3200-POST-RECORD.
026900     IF STG-STATUS NOT = 'V'
027400         GO TO 3200-EXIT
027500     END-IF.
027600*
027700     MOVE STG-RECORD-SEQ TO WS-CUR-SEQ.
027800     PERFORM 3250-APPLY-POSTING THRU 3250-EXIT.
027900     IF WS-POST-REFUSED
028000         PERFORM 3300-WRITE-EXCEPTION THRU 3300-EXIT
028100         PERFORM 3400-STORE-SUSPENSE THRU 3400-EXIT
028200         GO TO 3200-EXIT
028300     END-IF.
028800*
028900     IF WS-TXN-TYPE = 'CR'
029100         ADD WS-TXN-AMOUNT-NUM TO WS-BATCH-CR-TOTAL
029200     ELSE
029400         ADD WS-TXN-AMOUNT-NUM TO WS-BATCH-DR-TOTAL
029500     END-IF.
029800*
029900     MOVE WS-CUR-SEQ       TO REG-SEQ.
030000     MOVE WS-TXN-ACCOUNT   TO REG-ACCOUNT.
030100     MOVE WS-TXN-TYPE      TO REG-TYPE.
030200     MOVE WS-TXN-AMOUNT-NUM TO REG-AMOUNT.
030700 3200-EXIT.
030800     EXIT.
030900*
030910*****************************************************************
030920* 3250-APPLY-POSTING - APPLY THE RECORD IN WS-TXN-DETAIL TO THE  *
030930* BALANCE MASTER. USED BY THE BATCH SWEEP AND THE SUSPENSE       *
030940* RETRY ALIKE. A MISSING ACCOUNT, A FROZEN OR CLOSED ACCOUNT,    *
030950* AND A DEBIT THAT WOULD BREACH THE CREDIT LIMIT ARE REFUSED:    *
030960* WS-POST-REFUSED IS SET, WITH THE REASON IN EXC-REASON AND      *
030970* WS-REFUSE-CODE, AND THE MASTER IS LEFT ALONE.                  *
030980*****************************************************************
030990 3250-APPLY-POSTING.
031000     MOVE 'N' TO WS-REFUSED-SW.
031010     MOVE SPACE TO WS-REFUSE-CODE.
031020     MOVE WS-TXN-ACCOUNT TO ACCT-NUMBER.
031030     OBTAIN CALC COBLIS-ACCOUNT.
031040     IF DB-NOTFND
031050         MOVE 'ACCOUNT NOT ON MASTER' TO EXC-REASON
031060         SET WS-REFUSE-NOACCT TO TRUE
031070         SET WS-POST-REFUSED TO TRUE
031080         GO TO 3250-EXIT
031090     END-IF.
031100     IF ACCT-STATUS = 'C'
031110         MOVE 'ACCOUNT CLOSED' TO EXC-REASON
031120         SET WS-REFUSE-CLOSED TO TRUE
031130         SET WS-POST-REFUSED TO TRUE
031140         GO TO 3250-EXIT
031150     END-IF.
031160     IF ACCT-STATUS = 'F'
031170         MOVE 'ACCOUNT FROZEN' TO EXC-REASON
031180         SET WS-REFUSE-FROZEN TO TRUE
031190         SET WS-POST-REFUSED TO TRUE
031200         GO TO 3250-EXIT
031210     END-IF.
031220     IF WS-TXN-TYPE NOT = 'CR'
031230         COMPUTE WS-NEW-BALANCE =
031240             ACCT-BALANCE - WS-TXN-AMOUNT-NUM
031250         COMPUTE WS-LIMIT-FLOOR = 0 - ACCT-CREDIT-LIMIT
031260         IF WS-NEW-BALANCE LESS THAN WS-LIMIT-FLOOR
031270             MOVE 'DEBIT EXCEEDS CREDIT LIMIT' TO EXC-REASON
031280             SET WS-REFUSE-LIMIT TO TRUE
031290             SET WS-POST-REFUSED TO TRUE
031300             GO TO 3250-EXIT
031310         END-IF
031320     END-IF.
031330*
031340     IF WS-TXN-TYPE = 'CR'
031350         ADD WS-TXN-AMOUNT-NUM TO ACCT-BALANCE
031360     ELSE
031370         SUBTRACT WS-TXN-AMOUNT-NUM FROM ACCT-BALANCE
031380     END-IF.
031390     MOVE WS-POST-TS TO ACCT-LAST-POSTED-TS.
031400     MODIFY COBLIS-ACCOUNT.
031410     PERFORM 3260-WRITE-JOURNAL THRU 3260-EXIT.
031420 3250-EXIT.
031430     EXIT.
031440*
031450*****************************************************************
031460* 3260-WRITE-JOURNAL - ONE JOURNAL ENTRY FOR THE POSTING JUST    *
031470* APPLIED. ACCT-BALANCE STILL HOLDS THE NEW BALANCE, WHICH IS    *
031480* CARRIED AS THE RUNNING BALANCE. THE CALLER HAS SET THE         *
031490* BUSINESS DATE AND SOURCE ('P' BATCH POSTING, 'S' SUSPENSE      *
031500* CLEAR) IN WS-JRN-BUSDATE AND WS-JRN-SOURCE.                    *
031510*****************************************************************
031520 3260-WRITE-JOURNAL.
031530     MOVE WS-TXN-ACCOUNT    TO JRN-ACCOUNT.
031540     MOVE WS-JRN-BUSDATE    TO JRN-BUSINESS-DATE.
031550     MOVE WS-CUR-BATCH-ID   TO JRN-BATCH-ID.
031560     MOVE WS-CUR-SEQ        TO JRN-RECORD-SEQ.
031570     MOVE WS-TXN-TYPE       TO JRN-TXN-TYPE.
031580     MOVE WS-TXN-AMOUNT-NUM TO JRN-AMOUNT.
031590     MOVE ACCT-BALANCE      TO JRN-RUNNING-BAL.
031600     MOVE WS-JRN-SOURCE     TO JRN-SOURCE.
031610     MOVE WS-POST-TS        TO JRN-POSTED-TS.
031620     STORE COBLIS-JOURNAL.
031630     ADD 1 TO WS-JOURNAL-ENTRIES.
031640 3260-EXIT.
031650     EXIT.
031660*
031670*****************************************************************
031680* 3300-WRITE-EXCEPTION - LIST ONE UNPOSTED RECORD ON THE         *
031690* REGISTER UNDER THE REASON 3250-APPLY-POSTING GAVE IT, AND      *
031700* COUNT IT UNDER THAT REASON                                     *
031710*****************************************************************
031720 3300-WRITE-EXCEPTION.
031730     MOVE WS-CUR-SEQ     TO EXC-SEQ.
031740     MOVE WS-TXN-ACCOUNT TO EXC-ACCOUNT.
031750     WRITE RPT-RECORD FROM EXC-LINE AFTER ADVANCING 1 LINE.
031760     ADD 1 TO WS-RECORDS-UNPOSTED.
031770     ADD 1 TO WS-BATCH-UNPOSTED.
031780     EVALUATE TRUE
031790         WHEN WS-REFUSE-NOACCT
031800             ADD 1 TO WS-UNPOSTED-NOACCT
031810         WHEN WS-REFUSE-CLOSED
031820             ADD 1 TO WS-UNPOSTED-CLOSED
031830         WHEN WS-REFUSE-FROZEN
031840             ADD 1 TO WS-UNPOSTED-FROZEN
031850         WHEN WS-REFUSE-LIMIT
031860             ADD 1 TO WS-UNPOSTED-LIMIT
031870     END-EVALUATE.
031880 3300-EXIT.
031890     EXIT.
031900*
031910*****************************************************************
031920* 3400-STORE-SUSPENSE - PARK THE REFUSED RECORD AS AN OPEN       *
031930* SUSPENSE ITEM. IT IS STORED INSIDE THE BATCH'S RUN UNIT        *
031940* INTERVAL, SO IT COMMITS (OR ROLLS BACK) WITH THE REST OF THE   *
031950* BATCH AND A RERUN CANNOT PARK THE SAME RECORD TWICE.           *
031960*****************************************************************
031970 3400-STORE-SUSPENSE.
031980     MOVE WS-CUR-BATCH-ID   TO SUSP-BATCH-ID.
031990     MOVE WS-CUR-SEQ        TO SUSP-RECORD-SEQ.
032000     MOVE WS-CUR-CLIENT-ID  TO SUSP-CLIENT-ID.
032010     MOVE WS-CUR-BUSDATE    TO SUSP-BUSINESS-DATE.
032020     MOVE WS-TXN-DATE       TO SUSP-TXN-DATE.
032030     MOVE WS-TXN-ACCOUNT    TO SUSP-ACCOUNT.
032040     MOVE WS-TXN-TYPE       TO SUSP-TXN-TYPE.
032050     MOVE WS-TXN-AMOUNT-NUM TO SUSP-AMOUNT.
032060     MOVE WS-REFUSE-CODE    TO SUSP-REASON-CODE.
032070     MOVE EXC-REASON        TO SUSP-REASON.
032080     MOVE 'O'               TO SUSP-STATUS.
032090     MOVE WS-POST-TS        TO SUSP-CREATED-TS.
032100     MOVE ZERO              TO SUSP-CLEARED-TS.
032110     STORE COBLIS-SUSPENSE.
032120     ADD 1 TO WS-SUS-STORED.
032130 3400-EXIT.
032140     EXIT.
032150*
032160*****************************************************************
032170* 3500-BATCH-TOTALS - PRINT THE BATCH'S POSTED/UNPOSTED COUNTS   *
032180* AND THE DEBIT AND CREDIT TOTALS FOR THE BALANCING CLERKS       *
032190*****************************************************************
032200 3500-BATCH-TOTALS.
032210     MOVE 'RECORDS POSTED THIS BATCH:' TO DTL-LABEL.
032220     MOVE WS-BATCH-POSTED TO DTL-VALUE.
032230     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
032240     IF WS-BATCH-UNPOSTED GREATER THAN ZERO
032250         MOVE 'RECORDS UNPOSTED THIS BATCH:' TO DTL-LABEL
032260         MOVE WS-BATCH-UNPOSTED TO DTL-VALUE
032270         WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE
032280     END-IF.
032290     MOVE 'DEBIT TOTAL:' TO DTL-AMT-LABEL.
032300     MOVE WS-BATCH-DR-TOTAL TO DTL-AMT-VALUE.
032310     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
032320     MOVE 'CREDIT TOTAL:' TO DTL-AMT-LABEL.
032330     MOVE WS-BATCH-CR-TOTAL TO DTL-AMT-VALUE.
032340     WRITE RPT-RECORD FROM DTL-AMT-LINE AFTER ADVANCING 1 LINE.
032350 3500-EXIT.
032360     EXIT.
032370*
033200*****************************************************************
033300* 8000-PRODUCE-SUMMARY                                          *
033400*****************************************************************
034100     MOVE 'RECORDS POSTED:' TO DTL-LABEL.
034200     MOVE WS-RECORDS-POSTED TO DTL-VALUE.
034300     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034400     MOVE 'RECORDS UNPOSTED:' TO DTL-LABEL.
034500     MOVE WS-RECORDS-UNPOSTED TO DTL-VALUE.
034600     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034605     MOVE '  ACCOUNT NOT ON MASTER:' TO DTL-LABEL.
034610     MOVE WS-UNPOSTED-NOACCT TO DTL-VALUE.
034615     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034620     MOVE '  ACCOUNT CLOSED:' TO DTL-LABEL.
034625     MOVE WS-UNPOSTED-CLOSED TO DTL-VALUE.
034630     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034635     MOVE '  ACCOUNT FROZEN:' TO DTL-LABEL.
034640     MOVE WS-UNPOSTED-FROZEN TO DTL-VALUE.
034645     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034650     MOVE '  DEBIT EXCEEDS CREDIT LIMIT:' TO DTL-LABEL.
034655     MOVE WS-UNPOSTED-LIMIT TO DTL-VALUE.
034660     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034665     MOVE 'RECORDS SENT TO SUSPENSE:' TO DTL-LABEL.
034670     MOVE WS-SUS-STORED TO DTL-VALUE.
034675     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034680     MOVE 'SUSPENSE ITEMS CLEARED:' TO DTL-LABEL.
034685     MOVE WS-SUS-CLEARED TO DTL-VALUE.
034690     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034692     MOVE 'JOURNAL ENTRIES WRITTEN:' TO DTL-LABEL.
034694     MOVE WS-JOURNAL-ENTRIES TO DTL-VALUE.
034696     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
034700 8000-EXIT.
034800     EXIT.
034900*
