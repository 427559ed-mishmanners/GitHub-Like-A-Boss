001200*                A CHARGEBACK OR INCIDENT QUESTION CAN STILL BE
001300*                ANSWERED AFTER THE ROWS ARE PURGED FROM THE
001400*                ONLINE AREA.
001410* 10/15/26  DLJ  NOTE THE SOURCE-ADDRESS REFUSAL END REASON ('A')
001420*                IN THE HISTORY FILE LAYOUT; IT SELECTS ON THE
001430*                END-REASON FILTER LIKE ANY OTHER REASON.
001500*================================================================
001600*
001700*****************************************************************
003000*   POS  9-16  RESUME COUNT, 9(8)                                *
003100*   POS 17-32  FIRST-SEEN TIMESTAMP, YYYYMMDDHHMMSSSS            *
003200*   POS 33-48  LAST-ACTIVITY TIMESTAMP, YYYYMMDDHHMMSSSS         *
003300*   POS 49-49  END REASON (S/C/E/D/T/R/L/A)                      *
003400*   POS 50-58  LAST SOCKET REASON CODE, S9(8) SIGN LEADING       *
003500*              SEPARATE                                          *
003600*   POS 59-68  BYTES IN, 9(10)                                   *
