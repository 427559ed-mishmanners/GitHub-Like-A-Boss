001192* 09/03/26  DLJ  ADD THE SESSION-LIMIT REFUSAL REASON ('L') SET
001194*                BY THE LISTENER'S PER-CLIENT CEILING TO THE
001196*                END-REASON BREAKDOWN.
001197* 10/15/26  DLJ  ADD THE ADDRESS-REFUSAL REASON ('A') SET BY THE
001198*                LISTENER'S PER-CLIENT SOURCE-ADDRESS ALLOW-LIST
001199*                TO THE END-REASON BREAKDOWN.
001200*================================================================
001300*
001400*****************************************************************
006250 77  WS-TOKEN-FAIL-COUNT      PIC 9(07) COMP VALUE ZERO.
006270 77  WS-REAP-COUNT            PIC 9(07) COMP VALUE ZERO.
006280 77  WS-SESS-LIMIT-COUNT      PIC 9(07) COMP VALUE ZERO.
006290 77  WS-ADDR-REFUSED-COUNT    PIC 9(07) COMP VALUE ZERO.
006300 77  WS-SESSION-MESSAGES      PIC 9(07) COMP.
006400*
006500*****************************************************************
016080                 ADD 1 TO WS-REAP-COUNT
016082             WHEN 'L'
016084                 ADD 1 TO WS-SESS-LIMIT-COUNT
016086             WHEN 'A'
016088                 ADD 1 TO WS-ADDR-REFUSED-COUNT
016100             WHEN 'E'
016200                 ADD 1 TO WS-ERROR-COUNT
016300                 PERFORM 2200-TALLY-RSNCD THRU 2200-EXIT
026286     MOVE WS-REAP-COUNT TO DTL-VALUE.
026288     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
026290*
026291     MOVE 'SESSION-LIMIT REFUSALS:' TO DTL-LABEL.
026292     MOVE WS-SESS-LIMIT-COUNT TO DTL-VALUE.
026293     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
026294*
026295     MOVE 'SOURCE-ADDRESS REFUSALS:' TO DTL-LABEL.
026296     MOVE WS-ADDR-REFUSED-COUNT TO DTL-VALUE.
026297     WRITE RPT-RECORD FROM DTL-LINE AFTER ADVANCING 1 LINE.
026300*
026400     MOVE 'STILL-OPEN AT RUN TIME:' TO DTL-LABEL.
026500     MOVE WS-OPEN-COUNT TO DTL-VALUE.
