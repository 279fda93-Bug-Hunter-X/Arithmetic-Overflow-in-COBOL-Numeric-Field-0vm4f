      *****************************************************************
      * CPYACK - SHARED RECORD LAYOUT FOR THE OUTBOUND ACKNOWLEDGEMENT
      * FILE CNTACK RETURNS TO EACH REGION ON THE REGION SCHEDULE
      * (PROD.CNTPROC.ACK.Rrrrr.Dyymmdd - ONE DATASET PER REGION PER
      * BUSINESS DATE). THE FILE IS ONE HEADER ('AH'), THEN FOR EVERY
      * TRANSMISSION WE RECEIVED FROM THE REGION ONE BATCH STATUS
      * RECORD ('AB') FOLLOWED BY THE DETAIL RECORDS ('AD') THAT DID
      * NOT COUNT - REJECTED, DUPLICATE, OR A REVERSAL THAT MATCHED
      * NOTHING - AND ENDS WITH ONE CONTROL TRAILER ('AT'). EVERY
      * RECORD CARRIES THE REGION AND THE BUSINESS DATE THE FILE WAS
      * PROCESSED ON; AB AND AD RECORDS ALSO CARRY THE FILE DATE FROM
      * THE HEADER OF THE TRANSMISSION THEY BELONG TO.
      *   AB  WS-AKB-STATUS 'A' ACCEPTED - RECONCILED TO ITS TRAILER
      *       AND COUNTED; 'S' SUSPENDED - OUT OF BALANCE, HELD IN
      *       SUSPENSE UNTIL THE REGION CONFIRMS OR RESENDS, EXPECTED
      *       (TRAILER) VERSUS ACTUAL (RECEIVED) FIGURES SHOWN; 'U'
      *       UNTERMINATED - NO TRAILER ARRIVED, NOTHING POSTED, THE
      *       WHOLE BATCH MUST BE RESENT. ACTUAL FIGURES COVER THE
      *       DETAILS THAT PASSED EDIT AND WERE NOT DUPLICATES.
      *   AD  WS-AKD-DISPOSITION 'RJ' REJECTED, 'DP' DUPLICATE, 'UR'
      *       UNMATCHED REVERSAL; WS-AKD-RECORD-NO IS THE RECORD'S
      *       POSITION IN THE INBOUND FILE AS WE READ IT.
      *   AT  COUNTS OF EVERYTHING ABOVE SO THE REGION CAN RECONCILE
      *       WHAT WE SAY WE RECEIVED AGAINST WHAT IT SENT.
      *       RECEIVED FIGURES ARE EVERY BATCH'S ACTUAL FIGURES,
      *       COUNTED FIGURES THE ACCEPTED BATCHES' ONLY.
      *       WS-AKT-RECORD-CNT COUNTS EVERY RECORD ON THE FILE,
      *       HEADER AND TRAILER INCLUDED.
      *****************************************************************
       01  WS-ACK-RECORD.
           05  WS-AK-RECORD-TYPE         PIC X(2).
               88  WS-AK-HEADER          VALUE 'AH'.
               88  WS-AK-BATCH           VALUE 'AB'.
               88  WS-AK-DETAIL          VALUE 'AD'.
               88  WS-AK-TRAILER         VALUE 'AT'.
           05  WS-AK-REGION              PIC X(4).
           05  WS-AK-BUSINESS-DATE       PIC X(8).
           05  WS-AK-BODY                PIC X(136).
           05  WS-AK-HEADER-BODY REDEFINES WS-AK-BODY.
               10  WS-AKH-REGION-NAME    PIC X(30).
               10  WS-AKH-CREATED        PIC X(14).
               10  FILLER                PIC X(92).
           05  WS-AK-BATCH-BODY REDEFINES WS-AK-BODY.
               10  WS-AKB-FILE-DATE      PIC X(8).
               10  WS-AKB-BATCH-NO       PIC 9(5).
               10  WS-AKB-STATUS         PIC X(1).
                   88  WS-AKB-ACCEPTED       VALUE 'A'.
                   88  WS-AKB-SUSPENDED      VALUE 'S'.
                   88  WS-AKB-UNTERMINATED   VALUE 'U'.
               10  WS-AKB-EXPECTED-CNT   PIC 9(9).
               10  WS-AKB-ACTUAL-CNT     PIC 9(9).
               10  WS-AKB-EXPECTED-AMT   PIC S9(13)V99.
               10  WS-AKB-ACTUAL-AMT     PIC S9(13)V99.
               10  WS-AKB-CURRENCY       PIC X(3).
               10  WS-AKB-STATUS-TEXT    PIC X(30).
               10  FILLER                PIC X(41).
           05  WS-AK-DETAIL-BODY REDEFINES WS-AK-BODY.
               10  WS-AKD-FILE-DATE      PIC X(8).
               10  WS-AKD-BATCH-NO       PIC 9(5).
               10  WS-AKD-DISPOSITION    PIC X(2).
               10  WS-AKD-RECORD-NO      PIC 9(9).
               10  WS-AKD-RECORD-TYPE    PIC X(2).
               10  WS-AKD-KEY            PIC X(10).
               10  WS-AKD-AMOUNT         PIC S9(9)V99.
               10  WS-AKD-CURRENCY       PIC X(3).
               10  WS-AKD-REASON         PIC X(30).
               10  FILLER                PIC X(56).
           05  WS-AK-TRAILER-BODY REDEFINES WS-AK-BODY.
               10  WS-AKT-BATCH-CNT      PIC 9(5).
               10  WS-AKT-ACCEPTED-CNT   PIC 9(5).
               10  WS-AKT-SUSPENDED-CNT  PIC 9(5).
               10  WS-AKT-UNTERM-CNT     PIC 9(5).
               10  WS-AKT-RECEIVED-CNT   PIC 9(9).
               10  WS-AKT-RECEIVED-AMT   PIC S9(13)V99.
               10  WS-AKT-COUNTED-CNT    PIC 9(9).
               10  WS-AKT-COUNTED-AMT    PIC S9(13)V99.
               10  WS-AKT-REJECT-CNT     PIC 9(9).
               10  WS-AKT-DUPLICATE-CNT  PIC 9(9).
               10  WS-AKT-UNMATCHED-CNT  PIC 9(9).
               10  WS-AKT-RECORD-CNT     PIC 9(9).
               10  FILLER                PIC X(32).
