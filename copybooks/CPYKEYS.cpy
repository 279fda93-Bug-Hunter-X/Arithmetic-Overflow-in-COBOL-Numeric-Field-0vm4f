      * SO BOTH PROGRAMS AGREE ON THE LAYOUT FROM ONE DEFINITION.
      * WS-KSUB-AMOUNT IS PIC S9(13)V99 TO MATCH THE DETAIL-AMOUNT
      * HASH TOTAL - A SINGLE KEY CAN CARRY A LARGE SHARE OF THE RUN.
      * WS-KSUB-MAX-DETAIL IS THE LARGEST SINGLE COUNTED DETAIL THE KEY
      * SENT IN THE RUN (ITS ABSOLUTE AMOUNT). CNTMTD CARRIES IT ONTO
      * THE PERIOD DATASET SO CNTANOM'S PER-KEY PROFILE KNOWS HOW BIG
      * A NORMAL DETAIL FROM THE KEY IS. A FILE WRITTEN BEFORE THE
      * FIELD EXISTED HAS SPACES THERE.
      *****************************************************************
       01  WS-KEY-SUBTOTAL-RECORD.
           05  WS-KSUB-KEY               PIC X(10).
           05  WS-KSUB-COUNT             PIC 9(9).
           05  WS-KSUB-AMOUNT            PIC S9(13)V99.
           05  WS-KSUB-MAX-DETAIL        PIC S9(9)V99.
           05  FILLER                    PIC X(35).
