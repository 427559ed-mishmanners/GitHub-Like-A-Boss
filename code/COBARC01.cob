001395*                COPY OF ALREADY-ERASED ROWS.
001396* 09/03/26  DLJ  NOTE THE SESSION-LIMIT REFUSAL END REASON ('L')
001397*                IN THE HISTORY FILE LAYOUT.
001398* 10/15/26  DLJ  NOTE THE SOURCE-ADDRESS REFUSAL END REASON ('A')
001399*                IN THE HISTORY FILE LAYOUT.
001400*================================================================
001500*
001600*****************************************************************
004200*   POS  9-16  RESUME COUNT, 9(8)                                *
004300*   POS 17-32  FIRST-SEEN TIMESTAMP, YYYYMMDDHHMMSSSS            *
004400*   POS 33-48  LAST-ACTIVITY TIMESTAMP, YYYYMMDDHHMMSSSS         *
004500*   POS 49-49  END REASON (S/C/E/D/T/R/L/A)                      *
004600*   POS 50-58  LAST SOCKET REASON CODE, S9(8) SIGN LEADING       *
004700*              SEPARATE                                          *
004800*   POS 59-68  BYTES IN, 9(10)                                   *
