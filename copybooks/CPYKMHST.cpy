      *****************************************************************
      * CPYKMHST - SHARED RECORD LAYOUT FOR THE KEY MASTER CHANGE
      * HISTORY (PROD.CNTPROC.KEYMASTER.HISTORY). CNTKMAIN APPENDS ONE
      * RECORD FOR EVERY CHANGE IT APPLIES TO THE KEY MASTER, CARRYING
      * THE WHOLE CPYKMAST RECORD BEFORE AND AFTER THE CHANGE (THE
      * BEFORE IMAGE IS SPACES FOR AN ADD), SO ANY KEY'S STATE ON ANY
      * DATE CAN BE RECONSTRUCTED AND EVERY CHANGE TRACED TO THE CARD
      * THAT MADE IT. WS-KMH-SOURCE TELLS A CARD APPLIED THE DAY IT
      * WAS SUBMITTED ('C') FROM A FUTURE-DATED CARD RELEASED OFF THE
      * PENDING FILE ON ITS APPLY DATE ('P'). KEPT PERMANENTLY.
      *****************************************************************
       01  WS-KM-HISTORY-RECORD.
           05  WS-KMH-BUSINESS-DATE      PIC X(8).
           05  WS-KMH-TIMESTAMP          PIC X(14).
           05  WS-KMH-ACTION             PIC X(9).
           05  WS-KMH-SOURCE             PIC X(1).
               88  WS-KMH-FROM-CARD      VALUE 'C'.
               88  WS-KMH-FROM-PENDING   VALUE 'P'.
           05  WS-KMH-KEY                PIC X(10).
           05  WS-KMH-QUEUED-DATE        PIC X(8).
           05  WS-KMH-BEFORE-IMAGE       PIC X(80).
           05  WS-KMH-AFTER-IMAGE        PIC X(80).
           05  FILLER                    PIC X(10).
