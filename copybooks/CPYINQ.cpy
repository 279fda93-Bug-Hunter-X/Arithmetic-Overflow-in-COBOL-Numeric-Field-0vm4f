      *****************************************************************
      * CPYINQ - SHARED RECORD LAYOUT FOR THE ONLINE INQUIRY FILE
      * (PROD.CNTPROC.INQUIRY, A KSDS KEYED ON BYTES 1-40, CICS FILE
      * CNTINQF). CNTINQL REBUILDS IT FROM THE BATCH DATASETS AFTER
      * EVERY NIGHT'S RUN AND AFTER EVERY CNTSUSP OR CNTRCYC RUN; THE
      * CNTI TRANSACTION (CNTINQ) ONLY EVER READS IT. ONE RECORD TYPE
      * PER SOURCE, EACH CARRYING THE SOURCE RECORD UNCHANGED IN
      * WS-INQ-DATA SO THE ONLINE SIDE READS IT THROUGH THE SOURCE'S
      * OWN COPYBOOK:
      *   CC  CONTROL - ONE RECORD: THE BUSINESS DATE, WHEN THE FILE
      *       WAS LOADED, THE BACKLOG TOTALS AND HOW MANY SOURCES WERE
      *       NOT AVAILABLE TO THE LOAD (WS-INQ-CTL-DATA)
      *   RH  RUN HISTORY (CPYRHIST)       KEYED BY RUN DATE
      *   CT  CATEGORY TOTALS (CPYCATOT)   KEYED BY RUN DATE
      *   AL  INCIDENT HISTORY (CPYALERT)  KEYED BY RUN DATE
      *   SB  OPEN SUSPENDED BATCH (CPYSUSP SB RECORD) KEYED BY
      *       SUSPEND DATE AND BATCH NUMBER
      *   KR  REJECT BACKLOG (CPYREJ)      KEYED BY PARTNER KEY
      *   KS  SUSPENSE HOLD - ONE PER PARTNER KEY PER SUSPENDED BATCH,
      *       SUMMARISING THE KEY'S HELD SD RECORDS (WS-INQ-HOLD-DATA),
      *       KEYED BY PARTNER KEY
      * EVERY KEY ENDS IN THE LOAD SEQUENCE NUMBER (WS-INQ-DATE-SEQ,
      * WS-INQ-BATCH-SEQ, WS-INQ-PKEY-SEQ), SO TWO SOURCE RECORDS WITH
      * THE SAME FIELDS NEVER SHARE A KEY AND RECORDS UNDER ONE DATE,
      * BATCH OR PARTNER KEY BROWSE IN SOURCE-FILE ORDER. THE RH, CT
      * AND AL SOURCES ARE ONLY EVER APPENDED TO, SO THAT IS THE ORDER
      * THE RUNS AND INCIDENTS HAPPENED IN - A RERUN AFTER MIDNIGHT
      * STILL LISTS AFTER THE RUN IT FOLLOWED, WHICH A WALL-CLOCK TIME
      * IN THE KEY WOULD NOT DO (THE TIME IS ON THE SOURCE RECORD IN
      * WS-INQ-DATA). RH, CT AND AL RECORDS OLDER THAN KEEPDAYS=
      * BEFORE THE BUSINESS DATE ARE NOT LOADED.
      *****************************************************************
       01  WS-INQUIRY-RECORD.
           05  WS-INQ-KEY.
               10  WS-INQ-REC-TYPE       PIC X(2).
                   88  WS-INQ-TYPE-CONTROL   VALUE 'CC'.
                   88  WS-INQ-TYPE-RUN       VALUE 'RH'.
                   88  WS-INQ-TYPE-TOTALS    VALUE 'CT'.
                   88  WS-INQ-TYPE-ALERT     VALUE 'AL'.
                   88  WS-INQ-TYPE-SUSPENSE  VALUE 'SB'.
                   88  WS-INQ-TYPE-REJECT    VALUE 'KR'.
                   88  WS-INQ-TYPE-HOLD      VALUE 'KS'.
               10  WS-INQ-KEY-DATA       PIC X(38).
      *        RH, CT AND AL
               10  WS-INQ-DATE-KEY REDEFINES WS-INQ-KEY-DATA.
                   15  WS-INQ-RUN-DATE       PIC X(8).
                   15  WS-INQ-DATE-SEQ       PIC 9(9).
                   15  FILLER                PIC X(21).
      *        SB
               10  WS-INQ-BATCH-KEY REDEFINES WS-INQ-KEY-DATA.
                   15  WS-INQ-SUSPEND-DATE   PIC X(8).
                   15  WS-INQ-BATCH-NO       PIC 9(5).
                   15  WS-INQ-BATCH-SEQ      PIC 9(9).
                   15  FILLER                PIC X(16).
      *        KR AND KS
               10  WS-INQ-PKEY-KEY REDEFINES WS-INQ-KEY-DATA.
                   15  WS-INQ-PARTNER-KEY    PIC X(10).
                   15  WS-INQ-PKEY-SEQ       PIC 9(9).
                   15  FILLER                PIC X(19).
           05  WS-INQ-DATA               PIC X(200).
           05  WS-INQ-CTL-DATA REDEFINES WS-INQ-DATA.
               10  WS-INQ-CC-BUSINESS-DATE   PIC X(8).
               10  WS-INQ-CC-DATE-STATUS     PIC X(1).
               10  WS-INQ-CC-LOAD-STAMP      PIC X(14).
               10  WS-INQ-CC-KEEP-FROM       PIC X(8).
               10  WS-INQ-CC-RUN-CNT         PIC 9(7).
               10  WS-INQ-CC-TOTALS-CNT      PIC 9(7).
               10  WS-INQ-CC-ALERT-CNT       PIC 9(7).
               10  WS-INQ-CC-SUSP-BATCHES    PIC 9(7).
               10  WS-INQ-CC-SUSP-AWAITING   PIC 9(7).
               10  WS-INQ-CC-SUSP-OLDEST     PIC X(8).
               10  WS-INQ-CC-REJECT-CNT      PIC 9(7).
               10  WS-INQ-CC-REJ-AWAITING    PIC 9(7).
               10  WS-INQ-CC-HOLD-CNT        PIC 9(7).
               10  WS-INQ-CC-MISSING-CNT     PIC 9(1).
               10  FILLER                    PIC X(104).
           05  WS-INQ-HOLD-DATA REDEFINES WS-INQ-DATA.
               10  WS-INQ-KS-SUSPEND-DATE    PIC X(8).
               10  WS-INQ-KS-BATCH-NO        PIC 9(5).
               10  WS-INQ-KS-REGION          PIC X(4).
               10  WS-INQ-KS-FILE-DATE       PIC X(8).
               10  WS-INQ-KS-DETAIL-CNT      PIC 9(9).
               10  WS-INQ-KS-DETAIL-AMT      PIC S9(13)V99.
               10  WS-INQ-KS-REVERSAL-CNT    PIC 9(9).
               10  WS-INQ-KS-REVERSAL-AMT    PIC S9(13)V99.
               10  WS-INQ-KS-PEND-ACTION     PIC X(1).
               10  FILLER                    PIC X(126).
           05  FILLER                    PIC X(10).
