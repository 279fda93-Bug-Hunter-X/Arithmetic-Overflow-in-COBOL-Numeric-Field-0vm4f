      *   CNT0020E CRIT  FILE RETRANSMISSION DETECTED  (RC 20, 1078)
      *   CNT0021E CRIT  EXPECTED REGION MISSING       (RC 20, 1080)
      *   CNT0017W HIGH  POSTING CONFIRMATION PROBLEM  (RC 8, CNTPCONF)
      *   CNT0024E CRIT  BUSINESS DATE ALREADY CLOSED  (RC 24, 1035)
      *   CNT0025E CRIT  NO BUSINESS DATE OPEN         (RC 24, 1035)
      *   CNT0028E CRIT  RATE FILE OUT OF TOLERANCE    (RC 28, CNTRVAL)
      *   CNT0029W HIGH  CURRENCY MISSING FROM RATES   (RC 4, CNTRVAL)
      *   CNT0030W HIGH  STALE RATE FILE               (RC 4, CNTRVAL)
      *   CNT0031W HIGH  HIGH-SEVERITY KEY ANOMALY     (RC 4, CNTANOM)
      *   CNT0099W MED   NONZERO RC, NO CLASSIFIED LINE
      * WS-ALR-MESSAGE CARRIES THE FULL RUN-LOG LINE, INCLUDING THE
      * OFFENDING EXPECTED/ACTUAL TOTALS WHERE THE LINE HAS THEM.
      * WS-ALR-RUN-DATE IS THE BUSINESS DATE (CPYBDATE) OF THE RUN
      * THAT RAISED THE INCIDENT; WS-ALR-RUN-TIME IS WALL-CLOCK.
      *****************************************************************
       01  WS-ALERT-RECORD.
           05  WS-ALR-MSG-CODE           PIC X(8).
