      *****************************************************************
      * CPYRTHST - SHARED RECORD LAYOUT FOR THE EXCHANGE-RATE HISTORY
      * (PROD.CNTPROC.RATEHIST). ONE RECORD PER CURRENCY PER BUSINESS
      * DATE, APPENDED BY CNTRVAL FROM EACH NIGHT'S RATE FILE (CPYRATE)
      * ONCE THE FILE HAS PASSED VALIDATION, IN BUSINESS-DATE ORDER.
      * IT IS WHAT TONIGHT'S FILE IS CHECKED AGAINST: EACH RATE AGAINST
      * THE PRIOR BUSINESS DAY'S, THE CURRENCY LIST AGAINST THE LAST
      * FEW DAYS', AND THE WHOLE FILE AGAINST YESTERDAY'S FOR A STALE
      * RESEND. WS-RTH-RATE IS THE RATE AS IT WAS USED - THE BASE
      * CURRENCY'S IS HELD AT 1, AS CNTPROC FORCES IT ON LOAD. KEPT
      * PERMANENTLY; A FILE THAT FAILED VALIDATION IS NEVER ADDED, SO
      * A CORRECTED RESEND IS CHECKED AGAINST THE SAME PRIOR DAY.
      *****************************************************************
       01  WS-RATE-HISTORY-RECORD.
           05  WS-RTH-BUSINESS-DATE      PIC X(8).
           05  WS-RTH-CURRENCY           PIC X(3).
           05  WS-RTH-RATE               PIC 9(3)V9(6).
           05  WS-RTH-BASE-FLAG          PIC X(1).
               88  WS-RTH-BASE-CURRENCY  VALUE 'B'.
           05  WS-RTH-LOADED-STAMP       PIC X(14).
           05  FILLER                    PIC X(45).
