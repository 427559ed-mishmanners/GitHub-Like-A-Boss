001000* 08/19/26  DLJ  INITIAL VERSION - PRINT THE COBLIS-AUDIT CHANGE
001100*                HISTORY OF THE CONTROL RECORDS (CONFIG, DRAIN,
001200*                ERROR DIAGNOSIS) OVER A DATE RANGE.
001210* 10/15/26  DLJ  PRINT THE CHECKER BESIDE THE MAKER FOR CHANGES
001220*                APPROVED OR REJECTED ON COBAPRM.
001230* 10/15/26  DLJ  HEADINGS AND EMPTY-RANGE LINE NOW SAY AUDITED
001240*                CHANGES - THE AUDIT FILE CARRIES ACCOUNT,
001250*                ENTITLEMENT, ADDRESS-LIST, GL EXTRACT, BUSINESS
001260*                DATE AND BATCH ROWS AS WELL AS CONTROL RECORDS.
001300*================================================================
001400*
001500*****************************************************************
001600* COBRPT03 PRINTS EVERY COBLIS-AUDIT ROW WHOSE TIMESTAMP DATE   *
001700* FALLS INSIDE THE REQUESTED RANGE: WHO CHANGED WHICH RECORD, AT *
001800* WHICH TERMINAL, WHEN, AND THE OLD AND NEW VALUES. TWO REPORT   *
001900* LINES PER CHANGE - THE SECOND CARRIES THE FULL OLD/NEW VALUES. *
001910* THE ROWS COME FROM EVERY AUDITED MAINTENANCE PATH, SHOWN BY    *
001920* RECORD TYPE: CONTROL RECORDS FROM COBMNT01 (CONFIG, ERR-DIAG,  *
001930* TRACE, OUTMSG) AND COBAPRM (DRAIN, STAGE), ACCOUNT FROM        *
001940* COBACCM, ENTITLE FROM COBENTM, ADDRLIST FROM COBTOKM, PENDCHG  *
001950* FROM THE MAKER-CHECKER QUEUE, BATCH FROM COBAPRM AND COBREV01, *
001960* BIZDATE FROM COBAPRM AND THE COBEOD01 CLOSE, AND GLEXTRCT FROM *
002000* COBGLX01.                                                      *
002010* A CHANGE HELD FOR MAKER-CHECKER APPROVAL SHOWS TWICE: ITS      *
002020* PENDCHG 'REQUESTED' ROW WITH THE MAKER ALONE, THEN THE ROWS    *
002030* WRITTEN WHEN IT WAS DECIDED, WITH THE MAKER AS OPER= AND THE   *
002040* APPROVING OR REJECTING OPERATOR AS CHKR= BESIDE IT (TERMINAL   *
002050* AND TIME ARE THE CHECKER'S). CHKR= IS BLANK FOR EVERY CHANGE   *
002060* ONE OPERATOR MAY MAKE ALONE.                                   *
002100*                                                                *
002200* SYSIN PARM CARD: FROM-DATE YYYYMMDD IN COLS 1-8 AND TO-DATE    *
002300* YYYYMMDD IN COLS 9-16. A MISSING OR NON-NUMERIC CARD DEFAULTS  *
008000*****************************************************************
008100 01  HDG-LINE-1.
008200     05  FILLER               PIC X(50)
008300         VALUE 'COBLIS AUDITED CHANGE HISTORY - COBRPT03'.
008400 01  HDG-LINE-2.
008500     05  FILLER               PIC X(06) VALUE 'FROM: '.
008600     05  HDG-FROM             PIC 9(08).
009600     05  AUD-L1-FIELD         PIC X(12).
009700     05  FILLER               PIC X(07) VALUE '  OPER='.
009800     05  AUD-L1-OPER          PIC X(08).
009850     05  FILLER               PIC X(07) VALUE '  CHKR='.
009860     05  AUD-L1-CHKR          PIC X(08).
009900     05  FILLER               PIC X(07) VALUE '  TERM='.
010000     05  AUD-L1-TERM          PIC X(08).
010100 01  AUD-LINE-2.
016100         MOVE AUD-RECORD-KEY  TO AUD-L1-KEY
016200         MOVE AUD-FIELD-NAME  TO AUD-L1-FIELD
016300         MOVE AUD-OPERATOR-ID TO AUD-L1-OPER
016350         MOVE AUD-CHECKER-ID  TO AUD-L1-CHKR
016400         MOVE AUD-TERMINAL-ID TO AUD-L1-TERM
016500         WRITE RPT-RECORD FROM AUD-LINE-1
016600             AFTER ADVANCING 1 LINE
018400     MOVE SPACES TO RPT-RECORD.
018500     WRITE RPT-RECORD AFTER ADVANCING 1 LINE.
018600     IF WS-PRINT-COUNT = ZERO
018700         MOVE '  NO AUDITED CHANGES IN RANGE'
018800             TO RPT-RECORD
018900         WRITE RPT-RECORD AFTER ADVANCING 1 LINE
019000     ELSE
