           05  WS-CAT-BASE-EQUIV-AMT     PIC S9(13)V99.
           05  WS-CAT-BASE-CURRENCY      PIC X(3).
           05  WS-CAT-CURR-REJ-CNT       PIC 9(9).
      *    WS-CAT-RUN-DATE IS THE BUSINESS DATE (CPYBDATE) OF THE RUN
      *    THAT WROTE THE RECORD - SPACES ON RECORDS WRITTEN BEFORE THE
      *    FIELD EXISTED. THE ONLINE INQUIRY LOAD (CNTINQL) PAIRS THE
      *    RECORD WITH THE SAME NIGHT'S RUN HISTORY BY IT.
           05  WS-CAT-RUN-DATE           PIC X(8).
           05  FILLER                    PIC X(19).
