      *****************************************************************
      * CPYANOM - SHARED RECORD LAYOUT FOR THE PER-KEY ANOMALY FILE
      * (PROD.CNTPROC.ANOMALIES). WRITTEN BY CNTANOM, ONE RECORD PER
      * HIT, WHEN TONIGHT'S KEYSUBS AND POSTING EXTRACT ARE SCREENED
      * AGAINST EACH KEY'S ROLLING PROFILE (CPYKPROF). TYPES:
      *   CS  COUNT SPIKE - TONIGHT'S DETAIL COUNT AGAINST THE KEY'S
      *       TYPICAL NIGHTLY COUNT.
      *   AS  AMOUNT SPIKE - TONIGHT'S AMOUNT AGAINST THE TYPICAL
      *       NIGHTLY AMOUNT.
      *   OD  OUTSIZED DETAIL - ONE DETAIL ON THE POSTING EXTRACT
      *       AGAINST THE LARGEST NORMAL DETAIL; WS-AN-EXTRACT-SEQ IS
      *       ITS POSITION ON THE EXTRACT AND THE TONIGHT FIELDS ARE
      *       THE DETAIL ITSELF.
      *   DA  DORMANT KEY ACTIVE - NO ACTIVITY FOR MORE THAN DORMDAYS=
      *       DAYS, COUNTED TONIGHT. TYPICAL FIGURES ARE THE KEY'S
      *       AVERAGE NIGHT OVER ALL THE HISTORY HELD.
      *   NK  NEW KEY - COUNTED TONIGHT WITH NO HISTORY AT ALL.
      *   GS  REGULAR KEY GONE SILENT - ACTIVE ON AT LEAST REGPCT= OF
      *       THE WINDOW'S NIGHTS, NOTHING COUNTED TONIGHT.
      * WS-AN-RATIO-PCT IS TONIGHT AS A PERCENTAGE OF TYPICAL (HELD AT
      * 9999999 WHEN IT DOES NOT FIT), ZERO WHERE THERE IS NO RATIO.
      * SEVERITY HIGH IS ALSO RAISED ON THE RUN-LOG, WHERE CNTEXCP
      * TURNS IT INTO ALERT CNT0031W. AMOUNTS ARE ABSOLUTE AND IN THE
      * CURRENCY THE DETAILS WERE SENT IN (WS-AN-CURRENCY IS KNOWN ON
      * AN OD RECORD ONLY).
      *****************************************************************
       01  WS-ANOMALY-RECORD.
           05  WS-AN-BUSINESS-DATE       PIC X(8).
           05  WS-AN-KEY                 PIC X(10).
           05  WS-AN-TYPE                PIC X(2).
               88  WS-AN-COUNT-SPIKE     VALUE 'CS'.
               88  WS-AN-AMOUNT-SPIKE    VALUE 'AS'.
               88  WS-AN-OUTSIZED-DETAIL VALUE 'OD'.
               88  WS-AN-DORMANT-ACTIVE  VALUE 'DA'.
               88  WS-AN-NEW-KEY         VALUE 'NK'.
               88  WS-AN-GONE-SILENT     VALUE 'GS'.
           05  WS-AN-SEVERITY            PIC X(4).
               88  WS-AN-SEV-HIGH        VALUE 'HIGH'.
               88  WS-AN-SEV-MEDIUM      VALUE 'MED '.
               88  WS-AN-SEV-LOW         VALUE 'LOW '.
           05  WS-AN-TONIGHT-CNT         PIC 9(9).
           05  WS-AN-TONIGHT-AMT         PIC S9(13)V99.
           05  WS-AN-TYPICAL-CNT         PIC 9(9).
           05  WS-AN-TYPICAL-AMT         PIC S9(13)V99.
           05  WS-AN-RATIO-PCT           PIC 9(7).
           05  WS-AN-NIGHTS-ACTIVE       PIC 9(5).
           05  WS-AN-LAST-ACTIVE         PIC X(8).
           05  WS-AN-EXTRACT-SEQ         PIC 9(9).
           05  WS-AN-CURRENCY            PIC X(3).
           05  WS-AN-TEXT                PIC X(40).
           05  FILLER                    PIC X(6).
