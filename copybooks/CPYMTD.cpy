      * OPEN PERIOD - THE PERIOD-CLOSE CONTROL CARD CUTS THE STATEMENT,
      * MOVES THE CLOSED PERIOD TO THE ARCHIVE SIDE, AND STARTS THE
      * NEXT PERIOD EMPTY.
      * WS-MTD-MAX-DETAIL IS THE KEY'S LARGEST SINGLE DETAIL THAT NIGHT
      * (WS-KSUB-MAX-DETAIL, CPYKEYS). NIGHTS ROLLED IN BEFORE THE
      * FIELD EXISTED HAVE SPACES THERE - TEST IT NUMERIC BEFORE USE.
      * THE PERIOD AND ARCHIVE DATASETS TOGETHER ARE THE HISTORY
      * CNTANOM BUILDS ITS ROLLING PER-KEY PROFILE FROM.
      *****************************************************************
       01  WS-MTD-RECORD.
           05  WS-MTD-KEY                PIC X(10).
           05  WS-MTD-RUN-DATE           PIC X(8).
           05  WS-MTD-COUNT              PIC 9(9).
           05  WS-MTD-AMOUNT             PIC S9(13)V99.
           05  WS-MTD-MAX-DETAIL         PIC S9(9)V99.
           05  FILLER                    PIC X(27).
