      *****************************************************************
      * CPYACKW - SHARED RECORD LAYOUT FOR THE ACKNOWLEDGEMENT WORK
      * FILE. WRITTEN BY CNTPROC AS IT PROCESSES THE NIGHT'S INBOUND
      * FILE AND READ BY CNTACK, WHICH TURNS IT INTO ONE OUTBOUND
      * ACKNOWLEDGEMENT FILE PER REGION (CPYACK). EVERY RECORD CARRIES
      * THE REGION AND FILE DATE FROM THE HEADER OF THE TRANSMISSION
      * IT BELONGS TO; A RECORD READ BEFORE THE FIRST HEADER, OR UNDER
      * A LEGACY HEADER WITH NO REGION, HAS A BLANK REGION AND CANNOT
      * BE ACKNOWLEDGED TO ANYONE. RECORD TYPES:
      *   BS  BATCH STATUS - ONE PER BATCH, WRITTEN WHEN THE BATCH
      *       CLOSES: WS-ACW-BATCH-STATUS 'A' ACCEPTED (RECONCILED TO
      *       ITS TRAILER), 'S' SUSPENDED (OUT OF BALANCE, QUARANTINED
      *       TO THE SUSPENSE FILE) OR 'U' UNTERMINATED (NO TRAILER).
      *       EXPECTED FIGURES ARE THE TRAILER'S (ZERO WHEN THERE WAS
      *       NONE), ACTUAL FIGURES ARE WHAT WAS RECEIVED AND COUNTED.
      *   RJ  A RECORD WRITTEN TO THE REJECT FILE, WITH ITS REASON.
      *   DP  A DETAIL WRITTEN TO THE DUPLICATE FILE.
      *   UR  A REVERSAL THAT MATCHED NO COUNTED DETAIL (RVUNMAT).
      * ON THE DETAIL-LEVEL TYPES WS-ACW-READ-CNT IS THE RECORD'S
      * POSITION IN THE INBOUND FILE AND THE INPUT TYPE, KEY, AMOUNT
      * AND CURRENCY ARE COPIED FROM IT (A NON-NUMERIC AMOUNT ON A
      * REJECT IS CARRIED AS ZERO). WS-ACW-BATCH-NO IS CNTPROC'S OWN
      * BATCH SEQUENCE WITHIN THE RUN.
      * THE NIGHTLY SORT STEP ALSO APPENDS THE SORTED FILE TO THE
      * REGION ACTIVITY HISTORY (PROD.CNTPROC.ACKHIST), KEPT
      * PERMANENTLY IN THIS SAME LAYOUT - IT IS WHAT RPTSCORE'S
      * MONTHLY REGION SCORECARD COUNTS VOLUMES, REJECTS, DUPLICATES,
      * SUSPENSIONS AND UNMATCHED REVERSALS FROM, BY BUSINESS DATE.
      *****************************************************************
       01  WS-ACK-WORK-RECORD.
           05  WS-ACW-REGION             PIC X(4).
           05  WS-ACW-FILE-DATE          PIC X(8).
           05  WS-ACW-BUSINESS-DATE      PIC X(8).
           05  WS-ACW-RECORD-TYPE        PIC X(2).
               88  WS-ACW-BATCH-STATUS-REC VALUE 'BS'.
               88  WS-ACW-REJECT-REC     VALUE 'RJ'.
               88  WS-ACW-DUPLICATE-REC  VALUE 'DP'.
               88  WS-ACW-UNMATCHED-REC  VALUE 'UR'.
           05  WS-ACW-BATCH-NO           PIC 9(5).
           05  WS-ACW-BATCH-STATUS       PIC X(1).
               88  WS-ACW-ACCEPTED       VALUE 'A'.
               88  WS-ACW-SUSPENDED      VALUE 'S'.
               88  WS-ACW-UNTERMINATED   VALUE 'U'.
           05  WS-ACW-EXPECTED-CNT       PIC 9(9).
           05  WS-ACW-ACTUAL-CNT         PIC 9(9).
           05  WS-ACW-EXPECTED-AMT       PIC S9(13)V99.
           05  WS-ACW-ACTUAL-AMT         PIC S9(13)V99.
           05  WS-ACW-CURRENCY           PIC X(3).
           05  WS-ACW-READ-CNT           PIC 9(9).
           05  WS-ACW-INPUT-TYPE         PIC X(2).
           05  WS-ACW-KEY                PIC X(10).
           05  WS-ACW-AMOUNT             PIC S9(9)V99.
           05  WS-ACW-REASON             PIC X(30).
           05  FILLER                    PIC X(9).
