               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPFILE-STATUS.

           SELECT COUNTED-REG-FILE ASSIGN TO CNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CRG-REG-KEY
               FILE STATUS IS WS-CNTREG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

           SELECT ACK-WORK-FILE ASSIGN TO ACKWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  FD-REJECT-RECORD          PIC X(200).

       FD  CATEGORY-TOTALS-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD        PIC X(200).

       FD  COUNTED-REG-FILE.
       01  FD-COUNTED-REG-REC.
           05  FD-CRG-REG-KEY        PIC X(29).
           05  FILLER                PIC X(51).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       FD  ACK-WORK-FILE
           RECORDING MODE IS F.
       01  FD-ACK-WORK-RECORD        PIC X(150).

       WORKING-STORAGE SECTION.
           COPY CPYAREA1.
           05  WS-TRNREGIN-STATUS    PIC XX VALUE SPACES.
           05  WS-TRNREGOU-STATUS    PIC XX VALUE SPACES.
           05  WS-SUSPFILE-STATUS    PIC XX VALUE SPACES.
           05  WS-CNTREG-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.
           05  WS-ACKWORK-STATUS     PIC XX VALUE SPACES.

       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-END-OF-FILE        VALUE 'Y'.
           05  WS-CKPT-REVERSAL-CNT  PIC 9(9).
           05  WS-CKPT-REVERSAL-AMT  PIC S9(13)V99.
           05  WS-CKPT-RV-UNMAT-CNT  PIC 9(9).
           05  WS-CKPT-BATCH-REGION  PIC X(4).
           05  WS-CKPT-BATCH-FDATE   PIC X(8).
           05  FILLER                PIC X(7).

           COPY CPYEXC.

       01  WS-BATCH-MATCH-CNT        PIC 9(5) VALUE 0.
       01  WS-BATCH-MISMATCH-CNT     PIC 9(5) VALUE 0.

      *****************************************************************
      * BATCH ORIGIN - THE REGION AND FILE DATE OF THE HEADER THE
      * CURRENT BATCH ARRIVED UNDER. TAKEN FROM EACH HEADER AND HELD
      * UNTIL THE NEXT ONE - A STRAY RECORD BETWEEN A TRAILER AND THE
      * NEXT HEADER IS CHARGED TO THE REGION WHOSE TRANSMISSION IT
      * FOLLOWED; A RECORD READ BEFORE THE FIRST HEADER, OR UNDER A
      * LEGACY HEADER, CARRIES SPACES. STAMPED ON EVERY REJECT,
      * DUPLICATE, UNMATCHED-REVERSAL AND SUSPENSE RECORD AND ON THE
      * ACKNOWLEDGEMENT WORK FILE, SO EACH CAN BE TRACED BACK TO THE
      * REGION THAT SENT IT. IT RIDES THE CHECKPOINT SO A RESTART
      * INSIDE A BATCH STILL KNOWS WHOSE BATCH IT IS.
      *****************************************************************
       01  WS-BATCH-REGION           PIC X(4) VALUE SPACES.
       01  WS-BATCH-FILE-DATE        PIC X(8) VALUE SPACES.

      *****************************************************************
      * ACKNOWLEDGEMENT STATE - EVERY BATCH OUTCOME AND EVERY DETAIL
      * THAT BOUNCED (REJECT, DUPLICATE, UNMATCHED REVERSAL) IS ALSO
      * WRITTEN TO THE ACKNOWLEDGEMENT WORK FILE (CPYACKW), TAGGED
      * WITH THE BATCH ORIGIN ABOVE, SO CNTACK CAN TELL EACH REGION
      * WHAT BECAME OF ITS TRANSMISSION WITHOUT ANYONE PHONING THEM.
      *****************************************************************
       01  WS-ACK-WORK-TYPE          PIC X(2) VALUE SPACES.
       01  WS-ACK-WORK-STATUS        PIC X(1) VALUE SPACES.
       01  WS-ACK-WORK-REASON        PIC X(30) VALUE SPACES.
       01  WS-ACKWORK-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-ACKWORK-OPEN       VALUE 'Y'.

           COPY CPYACKW.

      *****************************************************************
      * WS-KEY-TABLE - IN-CORE PER-KEY SUBTOTALS, ONE ENTRY PER
      * DISTINCT WS-A1-KEY SEEN ON A COUNTED DETAIL RECORD. WRITTEN TO
      * ARE NOT AFFECTED. THE TABLE IS KEPT IN KEY ORDER (1710 SHIFTS
      * ENTRIES ON INSERT) SO 1700 CAN LOOK EACH DETAIL UP WITH
      * SEARCH ALL INSTEAD OF A LINEAR SCAN PER RECORD.
      * WS-KT-MAX-DETAIL IS THE LARGEST SINGLE DETAIL (ABSOLUTE AMOUNT)
      * TALLIED FOR THE KEY. A LATER REVERSAL OF THAT DETAIL DOES NOT
      * LOWER IT - THE PARTNER DID SEND A DETAIL THAT SIZE.
      *****************************************************************
       01  WS-KEY-TABLE-AREA.
           05  WS-KEY-TBL-MAX        PIC 9(5) COMP VALUE 5000.
               10  WS-KT-KEY         PIC X(10).
               10  WS-KT-COUNT       PIC 9(9) COMP.
               10  WS-KT-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-KT-MAX-DETAIL  PIC S9(9)V99 COMP-3.

       01  WS-KT-DETAIL-ABS          PIC S9(9)V99 COMP-3 VALUE 0.

           COPY CPYCATOT.

      * SO. IF A SINGLE BATCH OVERFILLS THE HOLD TABLE, ITS OVERFLOW
      * RECORDS GO STRAIGHT TO THE EXTRACT WITH A ONE-TIME WARNING -
      * MISMATCH EXCLUSION DEGRADES RATHER THAN RECORDS VANISHING.
      * EACH HELD RECORD KEEPS ITS READ POSITION, WHICH 1927 NEEDS TO
      * FIND THE REGISTER ENTRY A HELD REVERSAL CONSUMED.
      *****************************************************************
       01  WS-HOLD-TABLE-AREA.
           05  WS-HOLD-TBL-MAX       PIC 9(5) COMP VALUE 20000.
           05  WS-HOLD-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-HOLD-TBL-CNT.
               10  WS-HOLD-AREA-1    PIC X(100).
               10  WS-HOLD-READ-CNT  PIC 9(9).

       01  WS-EXTRACT-COUNT          PIC 9(9) VALUE 0.
       01  WS-EXTRACT-AMOUNT         PIC S9(13)V99 COMP-3 VALUE 0.
           COPY CPYCREG.

      *****************************************************************
      * COUNTED-DETAILS REGISTER STATE - THE REGISTER (CPYCREG) IS A
      * KSDS READ AND UPDATED IN PLACE, NOT LOADED IN CORE. THE SEEN
      * TABLE ONLY REMEMBERS THIS RUN, BUT THE NORMAL CORRECTION FLOW
      * IS A REGION REVERSING A DETAIL ON THE NEXT NIGHT'S FEED - SO
      * 1950 MATCHES FIRST AGAINST TONIGHT'S SEEN TABLE AND THEN
      * AGAINST THE REGISTER. EVERY COUNTED DETAIL IS WRITTEN TO THE
      * REGISTER AS IT COUNTS (1958) AND EVERY MATCH IS CONSUMED AT
      * REVERSAL TIME BY A REWRITE (1952), SO THERE IS NO TABLE TO
      * FILL AND NO END-OF-JOB REWRITE TO LOSE ON A RESTART. THE SAME
      * KEY+AMOUNT PAIR CAN LEGITIMATELY APPEAR ONCE PER NIGHT, SO
      * 1956 STARTS ON KEY+AMOUNT AND READS FORWARD THROUGH THE
      * NIGHTS, OLDEST FIRST, FOR THE FIRST ENTRY IN THE WANTED
      * STATUS - AND, FOR A CONSUMED ENTRY, THE WANTED CONSUMER READ
      * POSITION (WS-CRT-WANT-CONSUMER, ZERO FOR ANY). A VERIFY RUN
      * OPENS THE REGISTER INPUT ONLY - IT
      * PREVIEWS MATCHING HONESTLY BUT NEVER WRITES, CONSUMES OR
      * DELETES.
      *****************************************************************
       01  WS-CREG-STATE.
           05  WS-CNTREG-OPEN-FLAG   PIC X VALUE 'N'.
               88  WS-CNTREG-OPEN    VALUE 'Y'.
           05  WS-CRT-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-CRT-FOUND      VALUE 'Y'.
           05  WS-CRT-DONE-FLAG      PIC X VALUE 'N'.
           05  WS-CRT-WANT-STATUS    PIC X VALUE SPACE.
           05  WS-CRT-WANT-DATE      PIC X(8) VALUE SPACES.
           05  WS-CRT-WANT-CONSUMER  PIC 9(9) VALUE 0.
           05  WS-CRT-WRITE-CNT      PIC 9(9) VALUE 0.
           05  WS-CRT-CONSUME-CNT    PIC 9(9) VALUE 0.
           05  WS-CRT-RESEED-FLAG    PIC X VALUE 'N'.
               88  WS-CRT-RESEED     VALUE 'Y'.
           05  WS-CRT-DUP-FLAG       PIC X VALUE 'N'.
               88  WS-CRT-DUP        VALUE 'Y'.

       01  WS-RV-MATCH-FLAG          PIC X VALUE 'N'.
           88  WS-RV-MATCHED         VALUE 'Y'.
           05  WS-URV-AREA-1         PIC X(100).
           05  WS-URV-READ-CNT       PIC 9(9).
           05  WS-URV-TIMESTAMP      PIC X(21).
           05  WS-URV-REGION         PIC X(4).
           05  WS-URV-FILE-DATE      PIC X(8).
           05  FILLER                PIC X(18).
       01  WS-UNKNOWN-KEY-COUNT      PIC 9(9) VALUE 0.
       01  WS-RUN-DATE-X             PIC X(8).
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE-X

       01  WS-HIST-TIMESTAMP         PIC X(21).

           COPY CPYBDATE.

       01  WS-BDATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-BDATE-FOUND        VALUE 'Y'.
       01  WS-BDATE-CLOSED-FLAG      PIC X VALUE 'N'.
           88  WS-BDATE-CLOSED-OK    VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           OPEN OUTPUT UNMATCHED-REVERSAL-FILE
           OPEN OUTPUT TRANSMIT-REG-OUT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           PERFORM 1010-WRITE-RUN-START-MARKER
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1020-LOAD-PARAMETERS
           PERFORM 1030-ECHO-PARAMETERS
           PERFORM 1035-LOAD-BUSINESS-DATE
           PERFORM 1040-LOAD-KEY-MASTER
           PERFORM 1060-LOAD-CURRENCY-RATES
           PERFORM 1065-OPEN-COUNTED-REGISTER
           PERFORM 1070-CHECK-TRANSMISSIONS
           IF NOT WS-VERIFY-ONLY
               PERFORM 1100-CHECK-FOR-RESTART
           END-IF
           PERFORM 1110-OPEN-ACK-WORK-FILE
           PERFORM 2100-READ-INPUT-FILE.

      *****************************************************************
               OR WS-RVUNMAT-STATUS NOT = "00"
               OR WS-TRNREGOU-STATUS NOT = "00"
               OR WS-SUSPFILE-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
           END-IF.

      *****************************************************************
      * 1035-LOAD-BUSINESS-DATE - THE RUN DATE IS THE BUSINESS DATE ON
      * THE CONTROL RECORD (CPYBDATE) THAT CNTBDATE OPENED THIS
      * MORNING, NOT THE SYSTEM CLOCK - A RUN THAT CROSSES MIDNIGHT,
      * OR A RERUN AT 8 AM AFTER AN OVERNIGHT FAILURE, MUST STILL
      * STAMP THE KEY-MASTER WINDOW CHECK, THE COUNTED REGISTER, THE
      * SUSPENSE RECORDS AND THE RUN HISTORY WITH THE DAY IT IS
      * PROCESSING. WS-AUDIT-TIMESTAMP KEEPS THE WALL-CLOCK TIME FOR
      * THE TIME-OF-DAY STAMPS. AN UPDATE RUN AGAINST A DATE ALREADY
      * CLOSED BY AN EARLIER CNTPROC, OR WITH NO DATE OPEN AT ALL, IS
      * STOPPED HERE BY 9860 BEFORE ANYTHING IS READ - COUNTING THE
      * SAME BUSINESS DAY TWICE WOULD POST IT TWICE. A VERIFY-ONLY
      * PRE-FLIGHT IS NEVER STOPPED: IT WRITES NOTHING PERMANENT, AND
      * FALLS BACK TO THE SYSTEM DATE IF NO CONTROL RECORD EXISTS.
      *****************************************************************
       1035-LOAD-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE 'Y' TO WS-BDATE-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BDATE-FOUND
               MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE-X
               MOVE SPACES TO WS-RECONCILE-MSG
               IF WS-BD-DATE-CLOSED
                   STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE-X
                           " - ALREADY CLOSED"
                           DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               ELSE
                   STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE-X
                           DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               END-IF
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               IF WS-BD-DATE-CLOSED
                   AND NOT WS-VERIFY-ONLY
                   MOVE SPACES TO WS-RUN-LOG-LINE
                   STRING "CNTPROC ABEND - BUSINESS DATE "
                           WS-RUN-DATE-X " ALREADY CLOSED"
                           DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
                   PERFORM 9860-ABEND-BUSINESS-DATE
               END-IF
           ELSE
               IF WS-VERIFY-ONLY
                   MOVE WS-AUDIT-TIMESTAMP (1:8) TO WS-RUN-DATE-X
                   MOVE "CNTPROC NO BUSINESS DATE - SYSTEM DATE USED"
                       TO WS-RUN-LOG-LINE
                   WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
               ELSE
                   MOVE "CNTPROC ABEND - NO BUSINESS DATE OPEN"
                       TO WS-RUN-LOG-LINE
                   PERFORM 9860-ABEND-BUSINESS-DATE
               END-IF
           END-IF.

      *****************************************************************
      * 1040-LOAD-KEY-MASTER - LOADS THE PARTNER KEY MASTER INTO THE
      * ORDERED IN-CORE MASTER TABLE. A MISSING MASTER DATASET (FILE
      * LOADED AS GARBAGE THE DATE COMPARE WOULD MISJUDGE.
      *****************************************************************
       1040-LOAD-KEY-MASTER.
           OPEN INPUT KEY-MASTER-FILE
           IF WS-KEYMASTR-STATUS = "35"
               MOVE 'Y' TO WS-MST-BYPASS-FLAG
           END-IF.

      *****************************************************************
      * 1065-OPEN-COUNTED-REGISTER - OPENS THE COUNTED-DETAILS
      * REGISTER KSDS (SEE THE REGISTER STATE BOX). OPENED AFTER THE
      * PARAMETERS ARE LOADED BECAUSE THE MODE DEPENDS ON THEM: I-O
      * FOR A REAL RUN, INPUT FOR A VERIFY RUN, WHICH STILL PREVIEWS
      * REVERSAL MATCHING BUT MUST NOT TOUCH THE LIVE REGISTER. THE
      * CLUSTER IS DEFINED BY THE JOB (OR BY CNTCREGC), SO ANY STATUS
      * BUT "00" - A MISSING OR UNUSABLE CLUSTER - IS AN OPEN FAILURE.
      *****************************************************************
       1065-OPEN-COUNTED-REGISTER.
           IF WS-VERIFY-ONLY
               OPEN INPUT COUNTED-REG-FILE
           ELSE
               OPEN I-O COUNTED-REG-FILE
           END-IF
           IF WS-CNTREG-STATUS = "00"
               MOVE 'Y' TO WS-CNTREG-OPEN-FLAG
           ELSE
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 1070-CHECK-TRANSMISSIONS - DRIVER FOR THE TRANSMISSION CONTROL
      * DESCRIBED AT THE STATE BOX IN WORKING-STORAGE. LOADS THE
                           TO WS-TRT-REGION (WS-TRG-TBL-CNT)
                       MOVE WS-A1-FILE-DATE
                           TO WS-TRT-FILE-DATE (WS-TRG-TBL-CNT)
                       MOVE WS-RUN-DATE-X
                           TO WS-TRT-PROC-DATE (WS-TRG-TBL-CNT)
                       MOVE WS-AUDIT-TIMESTAMP (9:6)
                           TO WS-TRT-PROC-TIME (WS-TRG-TBL-CNT)
                   MOVE WS-CKPT-REVERSAL-CNT TO WS-REVERSAL-COUNT
                   MOVE WS-CKPT-REVERSAL-AMT TO WS-REVERSAL-AMOUNT
                   MOVE WS-CKPT-RV-UNMAT-CNT TO WS-RV-UNMATCHED-COUNT
                   MOVE WS-CKPT-BATCH-REGION TO WS-BATCH-REGION
                   MOVE WS-CKPT-BATCH-FDATE TO WS-BATCH-FILE-DATE
                   DISPLAY "CNTPROC RESTART - RESUMING AFTER RECORD "
                       WS-CKPT-RECORDS-READ
                   MOVE "CNTPROC RESTART - KEY SUBTOTALS THIS RUN ONLY"
                   MOVE "CNTPROC RESTART - CURRENCY TOTALS THIS RUN"
                       TO WS-RUN-LOG-LINE
                   WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
                   PERFORM 1150-SKIP-TO-CHECKPOINT
               END-IF
               CLOSE CHECKPOINT-IN-FILE
           END-IF.

      *****************************************************************
      * 1110-OPEN-ACK-WORK-FILE - OPENED ONLY ONCE 1100 KNOWS WHETHER
      * THIS IS A RESTART. THE FAILED RUN'S ACKNOWLEDGEMENTS FOR THE
      * BATCHES IT FINISHED BEFORE THE CHECKPOINT ARE NOT WRITTEN
      * AGAIN (1150 SKIPS THOSE RECORDS), AND THE FAILED RUN NEVER
      * REACHED THE JOB'S ACKNOWLEDGEMENT STEPS - SO A RESTART EXTENDS
      * THE WORK FILE THE FAILED RUN LEFT (THE JCL KEEPS IT WHILE A
      * CHECKPOINT IS PENDING) INSTEAD OF STARTING IT AFRESH. THE
      * STRETCH BETWEEN THE CHECKPOINT AND THE FAILURE IS WRITTEN A
      * SECOND TIME, RECORD FOR RECORD THE SAME; THE JCL SORT STEP
      * DROPS THE REPEATS.
      *****************************************************************
       1110-OPEN-ACK-WORK-FILE.
           IF WS-CKPT-FOUND
               OPEN EXTEND ACK-WORK-FILE
           ELSE
               OPEN OUTPUT ACK-WORK-FILE
           END-IF
           IF WS-ACKWORK-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF
           MOVE 'Y' TO WS-ACKWORK-OPEN-FLAG.

       1150-SKIP-TO-CHECKPOINT.
           PERFORM WS-CKPT-RECORDS-READ TIMES
               READ INPUT-FILE INTO WS-AREA-1
           MOVE WS-REJECT-REASON TO WS-REJ-REASON
           MOVE WS-RECORDS-READ-COUNT TO WS-REJ-READ-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-REJ-TIMESTAMP
           MOVE WS-BATCH-REGION TO WS-REJ-REGION
           MOVE WS-BATCH-FILE-DATE TO WS-REJ-FILE-DATE
           MOVE SPACES TO WS-REJ-PENDING
           WRITE FD-REJECT-RECORD FROM WS-REJECT-RECORD
           MOVE 'RJ' TO WS-ACK-WORK-TYPE
           MOVE WS-REJECT-REASON TO WS-ACK-WORK-REASON
           PERFORM 1985-WRITE-ACK-DETAIL.

      *****************************************************************
      * 1550-OPEN-BATCH - AN ACCEPTED HEADER OPENS A NEW BATCH AND
                       INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
               MOVE 'U' TO WS-ACK-WORK-STATUS
               PERFORM 1980-WRITE-ACK-BATCH-STATUS
               PERFORM 1920-DISCARD-HELD-BATCH
           END-IF
           ADD 1 TO WS-HEADER-COUNT
           MOVE WS-A1-REGION-ID TO WS-BATCH-REGION
           MOVE WS-A1-FILE-DATE TO WS-BATCH-FILE-DATE
           MOVE 'Y' TO WS-IN-BATCH-FLAG
           ADD 1 TO WS-BATCH-NUMBER
           MOVE 0 TO WS-BATCH-DETAIL-CNT
                       " CONTROL TOTAL MATCH" DELIMITED BY SIZE
                       INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               MOVE 'A' TO WS-ACK-WORK-STATUS
               PERFORM 1980-WRITE-ACK-BATCH-STATUS
               PERFORM 1910-RELEASE-BATCH-TO-EXTRACT
           ELSE
               ADD 1 TO WS-BATCH-MISMATCH-CNT
                       " ACTUAL " WS-ACTUAL-AMT-EDIT
                       DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               MOVE 'S' TO WS-ACK-WORK-STATUS
               PERFORM 1980-WRITE-ACK-BATCH-STATUS
               PERFORM 1925-QUARANTINE-HELD-BATCH
           END-IF.

                       SET WS-KT-SUB TO WS-KT-IDX
               END-SEARCH
           END-IF
           COMPUTE WS-KT-DETAIL-ABS = FUNCTION ABS (WS-A1-AMOUNT)
           IF WS-KEY-FOUND
               ADD 1 TO WS-KT-COUNT (WS-KT-SUB)
               ADD WS-A1-AMOUNT TO WS-KT-AMOUNT (WS-KT-SUB)
                   ON SIZE ERROR
                       PERFORM HANDLE-AMOUNT-OVERFLOW
               END-ADD
               IF WS-KT-DETAIL-ABS > WS-KT-MAX-DETAIL (WS-KT-SUB)
                   MOVE WS-KT-DETAIL-ABS TO WS-KT-MAX-DETAIL (WS-KT-SUB)
               END-IF
           ELSE
               IF WS-KEY-TBL-CNT < WS-KEY-TBL-MAX
                   PERFORM 1710-INSERT-KEY-ENTRY
           END-PERFORM
           MOVE WS-A1-KEY TO WS-KT-KEY (WS-KT-LO-SUB)
           MOVE 1 TO WS-KT-COUNT (WS-KT-LO-SUB)
           MOVE WS-A1-AMOUNT TO WS-KT-AMOUNT (WS-KT-LO-SUB)
           MOVE WS-KT-DETAIL-ABS TO WS-KT-MAX-DETAIL (WS-KT-LO-SUB).

      *****************************************************************
      * 1800-CHECK-DUPLICATE - LOOKS THE CURRENT DETAIL'S KEY+AMOUNT
      * PAIR UP IN THE SEEN TABLE. NOT FOUND: REMEMBERS IT (WITH THIS
      * READ POSITION AS THE FIRST OCCURRENCE) SO A LATER COPY CAN BE
      * CAUGHT, AND PUTS IT ON THE COUNTED-DETAILS REGISTER (1958).
      * FOUND: LEAVES WS-DUP-FOUND SET FOR THE CALLER TO ROUTE
      * THE RECORD TO THE DUPLICATE FILE INSTEAD OF THE COUNTERS. THE
      * TABLE IS IN KEY+AMOUNT ORDER, SO THE LOOKUP IS A SEARCH ALL
      * AND A NEW PAIR IS SPLICED IN AT ITS ORDERED POSITION BY 1810.
      * A PAIR THE TABLE MISSED (IT WAS FULL, OR THE FIRST COPY CAME
      * BEFORE A RESTART) CAN STILL BE CAUGHT BY 1958 FINDING IT ON
      * THE REGISTER, WHICH SETS WS-DUP-FOUND AND WS-CRT-DUP.
      *****************************************************************
       1800-CHECK-DUPLICATE.
           MOVE 'N' TO WS-DUP-FOUND-FLAG
           MOVE 'N' TO WS-CRT-DUP-FLAG
           IF WS-SEEN-TBL-CNT > 0
               SEARCH ALL WS-SEEN-ENTRY
                   AT END
                       SET WS-SEEN-SUB TO WS-SEEN-IDX
               END-SEARCH
           END-IF
           IF NOT WS-DUP-FOUND
               PERFORM 1958-REGISTER-COUNTED-DETAIL
           END-IF
           IF NOT WS-DUP-FOUND
               IF WS-SEEN-TBL-CNT < WS-SEEN-TBL-MAX
                   PERFORM 1810-INSERT-SEEN-ENTRY
      * 1850-WRITE-DUPLICATE-RECORD - THE RECORD IN HAND MATCHED AN
      * EARLIER DETAIL'S KEY+AMOUNT. CAPTURED WITH THE READ POSITION
      * OF THAT FIRST OCCURRENCE (FROM THE SEEN TABLE ENTRY 1800 LEFT
      * WS-SEEN-SUB POINTING AT, OR FROM THE REGISTER RECORD WHEN 1958
      * CAUGHT IT) AND THIS RECORD'S OWN POSITION, SO AN OPERATOR CAN
      * PUT THE TWO SIDE BY SIDE IN THE RAW INPUT.
      *****************************************************************
       1850-WRITE-DUPLICATE-RECORD.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE WS-AREA-1 TO WS-DUP-AREA-1
           IF WS-CRT-DUP
               MOVE WS-CRG-READ-CNT TO WS-DUP-FIRST-READ-CNT
           ELSE
               MOVE WS-SEEN-READ-CNT (WS-SEEN-SUB)
                   TO WS-DUP-FIRST-READ-CNT
           END-IF
           MOVE WS-RECORDS-READ-COUNT TO WS-DUP-READ-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-DUP-TIMESTAMP
           MOVE WS-BATCH-REGION TO WS-DUP-REGION
           MOVE WS-BATCH-FILE-DATE TO WS-DUP-FILE-DATE
           WRITE FD-DUPLICATE-RECORD FROM WS-DUPLICATE-RECORD
           MOVE 'DP' TO WS-ACK-WORK-TYPE
           MOVE SPACES TO WS-ACK-WORK-REASON
           STRING "DUPLICATE OF RECORD " WS-DUP-FIRST-READ-CNT
                   DELIMITED BY SIZE INTO WS-ACK-WORK-REASON
           PERFORM 1985-WRITE-ACK-DETAIL.

      *****************************************************************
      * 1870-REMOVE-SEEN-ENTRY - A REVERSAL JUST CONSUMED THE SEEN
      * REVERSAL: IT IS TALLIED, BACKED OUT OF THE PER-KEY SUBTOTALS,
      * RELEASED TOWARD THE POSTING EXTRACT (SO THE DOWNSTREAM SYSTEM
      * BACKS IT OUT TOO), AND THE MATCHED ENTRY RETIRED - A SEEN
      * ENTRY IS REMOVED (AND THE REGISTER RECORD 1958 WROTE FOR THE
      * SAME DETAIL CONSUMED WITH IT), A PRIOR-NIGHT REGISTER ENTRY
      * CONSUMED IN PLACE. NO MATCH IN EITHER PLACE MEANS
      * THE DETAIL IT CLAIMS TO REVERSE NEVER COUNTED HERE AT ALL -
      * THE RECORD GOES TO THE UNMATCHED-REVERSALS FILE FOR
      * INVESTIGATION INSTEAD OF QUIETLY ADJUSTING TOTALS WE NEVER
           END-IF
           IF WS-RV-MATCHED
               MOVE 'S' TO WS-RV-SOURCE-FLAG
               PERFORM 1953-READ-TONIGHTS-CREG-ENTRY
               IF WS-CRT-FOUND AND WS-CRG-ACTIVE
                   PERFORM 1952-CONSUME-CREG-ENTRY
               END-IF
           ELSE
               PERFORM 1955-SEARCH-COUNTED-REGISTER
               IF WS-CRT-FOUND
                   MOVE 'R' TO WS-RV-SOURCE-FLAG
                   PERFORM 1952-CONSUME-CREG-ENTRY
               END-IF
           END-IF
           IF NOT WS-RV-NO-MATCH
               PERFORM 1970-WRITE-UNMATCHED-REVERSAL
           END-IF.

      *****************************************************************
      * 1952/1953/1954 - A REGISTER ENTRY IS CONSUMED IN PLACE: 1952
      * REWRITES THE RECORD LAST READ (IN WS-COUNTED-REG-RECORD) WITH
      * STATUS 'C', TONIGHT'S BUSINESS DATE AS ITS CONSUMED DATE AND
      * THE REVERSAL'S READ POSITION AS ITS CONSUMER.
      * 1953 READS TONIGHT'S OWN ENTRY FOR THE KEY+AMOUNT IN HAND
      * DIRECTLY ON THE FULL REGISTER KEY - THE ENTRY 1958 WROTE WHEN
      * THE DETAIL COUNTED; 1954 DELETES THAT ENTRY WHEN THE DETAIL'S
      * BATCH IS QUARANTINED, SINCE A SUSPENDED DETAIL HAS NOT COUNTED
      * AND MUST NOT BE REVERSIBLE. A VERIFY RUN READS BUT NEVER
      * REWRITES OR DELETES, SO TWO REVERSALS OF ONE PRIOR-NIGHT
      * DETAIL IN A SINGLE VERIFY RUN BOTH PREVIEW AS MATCHED.
      *****************************************************************
       1952-CONSUME-CREG-ENTRY.
           IF NOT WS-VERIFY-ONLY
               MOVE 'C' TO WS-CRG-STATUS
               MOVE WS-RUN-DATE-X TO WS-CRG-CONSUMED-DATE
               MOVE WS-RECORDS-READ-COUNT TO WS-CRG-CONSUMER-READ-CNT
               REWRITE FD-COUNTED-REG-REC FROM WS-COUNTED-REG-RECORD
                   INVALID KEY
                       PERFORM 1959-LOG-CREG-UPDATE-FAILURE
                   NOT INVALID KEY
                       ADD 1 TO WS-CRT-CONSUME-CNT
               END-REWRITE
           END-IF.

       1953-READ-TONIGHTS-CREG-ENTRY.
           MOVE 'N' TO WS-CRT-FOUND-FLAG
           MOVE SPACES TO WS-COUNTED-REG-RECORD
           MOVE WS-A1-KEY TO WS-CRG-KEY
           MOVE WS-A1-AMOUNT TO WS-CRG-AMOUNT
           MOVE WS-RUN-DATE-X TO WS-CRG-RUN-DATE
           MOVE WS-CRG-REG-KEY TO FD-CRG-REG-KEY
           READ COUNTED-REG-FILE INTO WS-COUNTED-REG-RECORD
               KEY IS FD-CRG-REG-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CRT-FOUND-FLAG
           END-READ.

       1954-DROP-TONIGHTS-CREG-ENTRY.
           IF NOT WS-VERIFY-ONLY
               PERFORM 1953-READ-TONIGHTS-CREG-ENTRY
               IF WS-CRT-FOUND
                   DELETE COUNTED-REG-FILE RECORD
                       INVALID KEY
                           PERFORM 1959-LOG-CREG-UPDATE-FAILURE
                       NOT INVALID KEY
                           SUBTRACT 1 FROM WS-CRT-WRITE-CNT
                   END-DELETE
               END-IF
           END-IF.

      *****************************************************************
      * 1955/1956/1957 - COUNTED-REGISTER LOOKUPS. THE SAME KEY AND
      * AMOUNT CAN LEGITIMATELY APPEAR ONCE PER NIGHT ON THE
      * REGISTER, SO 1956 STARTS AT THE FIRST RECORD FOR THE
      * KEY+AMOUNT (LOWEST RUN DATE) AND READS FORWARD, OLDEST NIGHT
      * FIRST, FOR THE FIRST ENTRY IN THE WANTED STATUS - ACTIVE
      * (SPACE) WHEN MATCHING A REVERSAL, OR CONSUMED ('C') ON
      * TONIGHT'S BUSINESS DATE BY ONE PARTICULAR REVERSAL, NAMED BY
      * ITS READ POSITION IN WS-CRT-WANT-CONSUMER (1927 SETS IT FROM
      * THE HOLD TABLE BEFORE PERFORMING 1957). 1957 WANTS THE
      * ENTRY THE REVERSAL BEING UN-APPLIED OUT OF A QUARANTINED
      * BATCH CONSUMED - NOT SIMPLY THE OLDEST ONE CONSUMED TONIGHT,
      * WHICH MAY BE ANOTHER REVERSAL'S - AND PUTS IT BACK TO ACTIVE
      * WITH NO CONSUMER. ON
      * A CHECKPOINT RESTART THE REVERSALS BETWEEN THE CHECKPOINT AND
      * THE FAILURE ARE READ AGAIN AT THE SAME READ POSITIONS, AND
      * THE FAILED RUN HAS ALREADY CONSUMED THEIR MATCHES - SO WHEN NO
      * ACTIVE ENTRY IS LEFT, A RESTARTED RUN TAKES THE ENTRY THIS
      * SAME REVERSAL CONSUMED TONIGHT INSTEAD OF SENDING A REVERSAL
      * IT ALREADY APPLIED TO THE UNMATCHED FILE. AN ENTRY ANOTHER
      * REVERSAL CONSUMED NEVER QUALIFIES, SO A REVERSAL THAT
      * GENUINELY MATCHES NOTHING STILL REACHES THE UNMATCHED FILE.
      * ON RETURN WITH WS-CRT-FOUND SET, THE MATCHED RECORD IS IN
      * WS-COUNTED-REG-RECORD, READY FOR A REWRITE.
      *****************************************************************
       1955-SEARCH-COUNTED-REGISTER.
           MOVE SPACE TO WS-CRT-WANT-STATUS
           MOVE SPACES TO WS-CRT-WANT-DATE
           MOVE 0 TO WS-CRT-WANT-CONSUMER
           PERFORM 1956-SCAN-CREG-MATCHES
           IF NOT WS-CRT-FOUND AND WS-CKPT-FOUND
               MOVE 'C' TO WS-CRT-WANT-STATUS
               MOVE WS-RUN-DATE-X TO WS-CRT-WANT-DATE
               MOVE WS-RECORDS-READ-COUNT TO WS-CRT-WANT-CONSUMER
               PERFORM 1956-SCAN-CREG-MATCHES
           END-IF.

       1956-SCAN-CREG-MATCHES.
           MOVE 'N' TO WS-CRT-FOUND-FLAG
           MOVE 'N' TO WS-CRT-DONE-FLAG
           MOVE SPACES TO WS-COUNTED-REG-RECORD
           MOVE WS-A1-KEY TO WS-CRG-KEY
           MOVE WS-A1-AMOUNT TO WS-CRG-AMOUNT
           MOVE LOW-VALUES TO WS-CRG-RUN-DATE
           MOVE WS-CRG-REG-KEY TO FD-CRG-REG-KEY
           START COUNTED-REG-FILE KEY IS NOT LESS THAN FD-CRG-REG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CRT-DONE-FLAG
           END-START
           PERFORM UNTIL WS-CRT-FOUND OR WS-CRT-DONE-FLAG = 'Y'
               READ COUNTED-REG-FILE NEXT RECORD
                       INTO WS-COUNTED-REG-RECORD
                   AT END
                       MOVE 'Y' TO WS-CRT-DONE-FLAG
                   NOT AT END
                       IF WS-CRG-KEY NOT = WS-A1-KEY
                           OR WS-CRG-AMOUNT NOT = WS-A1-AMOUNT
                           MOVE 'Y' TO WS-CRT-DONE-FLAG
                       ELSE
                           IF WS-CRG-STATUS = WS-CRT-WANT-STATUS
                               AND (WS-CRT-WANT-DATE = SPACES
                                 OR WS-CRG-CONSUMED-DATE =
                                     WS-CRT-WANT-DATE)
                               IF WS-CRT-WANT-CONSUMER = 0
                                   OR WS-CRG-CONSUMER-READ-CNT =
                                       WS-CRT-WANT-CONSUMER
                                   MOVE 'Y' TO WS-CRT-FOUND-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1957-UNCONSUME-CREG-ENTRY.
           MOVE 'C' TO WS-CRT-WANT-STATUS
           MOVE WS-RUN-DATE-X TO WS-CRT-WANT-DATE
           PERFORM 1956-SCAN-CREG-MATCHES
           IF WS-CRT-FOUND AND NOT WS-VERIFY-ONLY
               MOVE SPACE TO WS-CRG-STATUS
               MOVE SPACES TO WS-CRG-CONSUMED-DATE
               MOVE 0 TO WS-CRG-CONSUMER-READ-CNT
               REWRITE FD-COUNTED-REG-REC FROM WS-COUNTED-REG-RECORD
                   INVALID KEY
                       PERFORM 1959-LOG-CREG-UPDATE-FAILURE
                   NOT INVALID KEY
                       SUBTRACT 1 FROM WS-CRT-CONSUME-CNT
               END-REWRITE
           END-IF.

      *****************************************************************
      * 1958-REGISTER-COUNTED-DETAIL - THE DETAIL IN HAND HAS NOT
      * BEEN SEEN BEFORE TONIGHT AS FAR AS THE SEEN TABLE KNOWS, SO IT
      * GOES ON THE REGISTER NOW, ACTIVE, UNDER TONIGHT'S BUSINESS
      * DATE AND WITH ITS READ POSITION. A RECORD ALREADY THERE UNDER
      * THE SAME KEY IS NEVER SIMPLY OVERWRITTEN:
      *   - SAME READ POSITION - THE DETAIL WAS WRITTEN BY A FAILED
      *     RUN BEFORE ITS RESTART, SO ITS ENTRY IS SET BACK TO ACTIVE;
      *   - ANOTHER POSITION, ENTRY CONSUMED - A REVERSAL TONIGHT
      *     BACKED THE EARLIER DETAIL OUT, SO THIS ONE IS A CORRECTED
      *     RESEND AND TAKES THE ENTRY OVER, ACTIVE, AND COUNTS;
      *   - ANOTHER POSITION, ENTRY ACTIVE - AN EARLIER DETAIL TONIGHT
      *     ALREADY COUNTED THE PAIR AND THE SEEN TABLE MISSED IT
      *     (TABLE FULL, OR THE FIRST COPY CAME BEFORE A RESTART), SO
      *     THIS ONE IS A DUPLICATE: WS-DUP-FOUND AND WS-CRT-DUP ARE
      *     SET AND 1800'S CALLER ROUTES IT THROUGH 1850 LIKE ANY
      *     OTHER.
      * 1961 TELLS THEM APART. WHEN 1927 RE-SEEDS AN UN-APPLIED
      * REVERSAL'S MATCH (WS-CRT-RESEED), 1957 HAS ALREADY PUT THE
      * ENTRY BACK TO ACTIVE AND IT IS LEFT AS IT IS. 1954 DELETES THE
      * ENTRY AGAIN IF THE BATCH IS QUARANTINED (SEE 1927).
      *****************************************************************
       1958-REGISTER-COUNTED-DETAIL.
           IF NOT WS-VERIFY-ONLY
               MOVE SPACES TO WS-COUNTED-REG-RECORD
               MOVE WS-A1-KEY TO WS-CRG-KEY
               MOVE WS-A1-AMOUNT TO WS-CRG-AMOUNT
               MOVE WS-RUN-DATE-X TO WS-CRG-RUN-DATE
               MOVE WS-RECORDS-READ-COUNT TO WS-CRG-READ-CNT
               MOVE 0 TO WS-CRG-CONSUMER-READ-CNT
               WRITE FD-COUNTED-REG-REC FROM WS-COUNTED-REG-RECORD
                   INVALID KEY
                       IF NOT WS-CRT-RESEED
                           PERFORM 1961-RESOLVE-CREG-COLLISION
                       END-IF
                   NOT INVALID KEY
                       ADD 1 TO WS-CRT-WRITE-CNT
               END-WRITE
           END-IF.

      *****************************************************************
      * 1959-LOG-CREG-UPDATE-FAILURE - A REGISTER WRITE, REWRITE OR
      * DELETE THAT SHOULD NOT FAIL DID. THE RECORD IN HAND IS STILL
      * COUNTED OR REVERSED IN EVERY TOTAL - ONLY THE CROSS-NIGHT
      * MEMORY IS SHORT - SO THE RUN CARRIES ON AND THE RUN-LOG
      * NAMES THE KEY AND STATUS FOR FOLLOW-UP.
      *****************************************************************
       1959-LOG-CREG-UPDATE-FAILURE.
           MOVE SPACES TO WS-RECONCILE-MSG
           STRING "CNTPROC COUNTED REGISTER UPDATE FAILED - KEY "
                   WS-CRG-KEY " STATUS " WS-CNTREG-STATUS
                   DELIMITED BY SIZE INTO WS-RECONCILE-MSG
           WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG.

      *****************************************************************
      * 1960-BACK-OUT-KEY-SUBTOTAL - REMOVES THE REVERSED DETAIL FROM
      * ITS KEY'S SUBTOTAL SO THE RPTKEY FIGURES ARE NET OF APPLIED
               END-SUBTRACT
           END-IF.

      *****************************************************************
      * 1961-RESOLVE-CREG-COLLISION - 1958'S WRITE FOUND TONIGHT'S
      * ENTRY FOR THE KEY+AMOUNT ALREADY ON THE REGISTER. THE READ
      * POSITION AND STATUS ON IT SAY WHOSE IT IS:
      *   - THIS DETAIL'S OWN (A RESTART IS READING IT AGAIN) - THE
      *     ENTRY GOES BACK TO ACTIVE;
      *   - AN EARLIER DETAIL'S, CONSUMED BY A REVERSAL TONIGHT (1870
      *     HAS ALREADY TAKEN IT OUT OF THE SEEN TABLE) - THIS DETAIL
      *     IS THE CORRECTED RESEND AND COUNTS AS A FRESH ONE, SO THE
      *     ENTRY IS TAKEN OVER: ACTIVE AGAIN, UNDER THIS DETAIL'S
      *     READ POSITION, AND REGISTERED AS IF WRITTEN NEW;
      *   - AN EARLIER DETAIL'S, STILL ACTIVE - THIS ONE IS A
      *     DUPLICATE, AND THE ENTRY IS LEFT ALONE.
      *****************************************************************
       1961-RESOLVE-CREG-COLLISION.
           PERFORM 1953-READ-TONIGHTS-CREG-ENTRY
           IF NOT WS-CRT-FOUND
               PERFORM 1959-LOG-CREG-UPDATE-FAILURE
           ELSE
               EVALUATE TRUE
                   WHEN WS-CRG-READ-CNT = WS-RECORDS-READ-COUNT
                       MOVE SPACE TO WS-CRG-STATUS
                       MOVE SPACES TO WS-CRG-CONSUMED-DATE
                       MOVE 0 TO WS-CRG-CONSUMER-READ-CNT
                       REWRITE FD-COUNTED-REG-REC
                           FROM WS-COUNTED-REG-RECORD
                           INVALID KEY
                               PERFORM 1959-LOG-CREG-UPDATE-FAILURE
                       END-REWRITE
                   WHEN WS-CRG-CONSUMED
                       MOVE SPACE TO WS-CRG-STATUS
                       MOVE SPACES TO WS-CRG-CONSUMED-DATE
                       MOVE 0 TO WS-CRG-CONSUMER-READ-CNT
                       MOVE WS-RECORDS-READ-COUNT TO WS-CRG-READ-CNT
                       REWRITE FD-COUNTED-REG-REC
                           FROM WS-COUNTED-REG-RECORD
                           INVALID KEY
                               PERFORM 1959-LOG-CREG-UPDATE-FAILURE
                           NOT INVALID KEY
                               ADD 1 TO WS-CRT-WRITE-CNT
                       END-REWRITE
                   WHEN OTHER
                       MOVE 'Y' TO WS-DUP-FOUND-FLAG
                       MOVE 'Y' TO WS-CRT-DUP-FLAG
               END-EVALUATE
           END-IF.

      *****************************************************************
      * 1970-WRITE-UNMATCHED-REVERSAL - CAPTURED WITH THE READ
      * POSITION AND A TIMESTAMP, IN THE STYLE OF THE REJECT AND
           MOVE WS-AREA-1 TO WS-URV-AREA-1
           MOVE WS-RECORDS-READ-COUNT TO WS-URV-READ-CNT
           MOVE FUNCTION CURRENT-DATE TO WS-URV-TIMESTAMP
           MOVE WS-BATCH-REGION TO WS-URV-REGION
           MOVE WS-BATCH-FILE-DATE TO WS-URV-FILE-DATE
           WRITE FD-UNMATCHED-RV-RECORD FROM WS-UNMATCHED-RV-RECORD
           MOVE 'UR' TO WS-ACK-WORK-TYPE
           MOVE "REVERSAL MATCHED NO DETAIL" TO WS-ACK-WORK-REASON
           PERFORM 1985-WRITE-ACK-DETAIL.

      *****************************************************************
      * 1980-WRITE-ACK-BATCH-STATUS - ONE BS RECORD ON THE
      * ACKNOWLEDGEMENT WORK FILE FOR THE BATCH BEING CLOSED, WITH THE
      * OUTCOME THE CALLER SET IN WS-ACK-WORK-STATUS. MUST BE PERFORMED
      * BEFORE 1920/1925 CLEAR OR BACK OUT THE BATCH'S FIGURES. AN
      * UNTERMINATED BATCH HAS NO TRAILER, SO ITS EXPECTED FIGURES GO
      * OUT AS ZERO RATHER THAN WHATEVER THE LAST TRAILER LEFT BEHIND.
      *****************************************************************
       1980-WRITE-ACK-BATCH-STATUS.
           MOVE SPACES TO WS-ACK-WORK-RECORD
           MOVE WS-BATCH-REGION TO WS-ACW-REGION
           MOVE WS-BATCH-FILE-DATE TO WS-ACW-FILE-DATE
           MOVE WS-RUN-DATE-X TO WS-ACW-BUSINESS-DATE
           MOVE 'BS' TO WS-ACW-RECORD-TYPE
           MOVE WS-BATCH-NUMBER TO WS-ACW-BATCH-NO
           MOVE WS-ACK-WORK-STATUS TO WS-ACW-BATCH-STATUS
           IF WS-ACW-UNTERMINATED
               MOVE 0 TO WS-ACW-EXPECTED-CNT
               MOVE 0 TO WS-ACW-EXPECTED-AMT
           ELSE
               MOVE WS-BATCH-EXPECTED-CNT TO WS-ACW-EXPECTED-CNT
               MOVE WS-BATCH-EXPECTED-AMT TO WS-ACW-EXPECTED-AMT
           END-IF
           MOVE WS-BATCH-DETAIL-CNT TO WS-ACW-ACTUAL-CNT
           MOVE WS-BATCH-AMOUNT-TOTAL TO WS-ACW-ACTUAL-AMT
           MOVE WS-BATCH-CURRENCY TO WS-ACW-CURRENCY
           MOVE 0 TO WS-ACW-READ-CNT
           MOVE 0 TO WS-ACW-AMOUNT
           WRITE FD-ACK-WORK-RECORD FROM WS-ACK-WORK-RECORD.

      *****************************************************************
      * 1985-WRITE-ACK-DETAIL - ONE RJ/DP/UR RECORD ON THE
      * ACKNOWLEDGEMENT WORK FILE FOR THE INPUT RECORD IN WS-AREA-1,
      * WITH THE TYPE AND REASON THE CALLER SET. THE AMOUNT IS ONLY
      * COPIED WHEN IT IS NUMERIC - A REJECT MAY BE ON FILE PRECISELY
      * BECAUSE IT IS NOT.
      *****************************************************************
       1985-WRITE-ACK-DETAIL.
           MOVE SPACES TO WS-ACK-WORK-RECORD
           MOVE WS-BATCH-REGION TO WS-ACW-REGION
           MOVE WS-BATCH-FILE-DATE TO WS-ACW-FILE-DATE
           MOVE WS-RUN-DATE-X TO WS-ACW-BUSINESS-DATE
           MOVE WS-ACK-WORK-TYPE TO WS-ACW-RECORD-TYPE
           MOVE WS-BATCH-NUMBER TO WS-ACW-BATCH-NO
           MOVE 0 TO WS-ACW-EXPECTED-CNT
           MOVE 0 TO WS-ACW-ACTUAL-CNT
           MOVE 0 TO WS-ACW-EXPECTED-AMT
           MOVE 0 TO WS-ACW-ACTUAL-AMT
           MOVE WS-A1-CURRENCY TO WS-ACW-CURRENCY
           MOVE WS-RECORDS-READ-COUNT TO WS-ACW-READ-CNT
           MOVE WS-A1-RECORD-TYPE TO WS-ACW-INPUT-TYPE
           MOVE WS-A1-KEY TO WS-ACW-KEY
           IF WS-A1-AMOUNT NUMERIC
               MOVE WS-A1-AMOUNT TO WS-ACW-AMOUNT
           ELSE
               MOVE 0 TO WS-ACW-AMOUNT
           END-IF
           MOVE WS-ACK-WORK-REASON TO WS-ACW-REASON
           WRITE FD-ACK-WORK-RECORD FROM WS-ACK-WORK-RECORD.

      *****************************************************************
      * 1900-HOLD-FOR-EXTRACT - A DETAIL THAT JUST COUNTED IS HELD IN
               IF WS-HOLD-TBL-CNT < WS-HOLD-TBL-MAX
                   ADD 1 TO WS-HOLD-TBL-CNT
                   MOVE WS-AREA-1 TO WS-HOLD-AREA-1 (WS-HOLD-TBL-CNT)
                   MOVE WS-RECORDS-READ-COUNT
                       TO WS-HOLD-READ-CNT (WS-HOLD-TBL-CNT)
               ELSE
                   IF NOT WS-HOLD-TBL-FULL
                       MOVE 'Y' TO WS-HOLD-TBL-FULL-FLAG
               MOVE WS-BATCH-DETAIL-CNT TO WS-SUS-ACTUAL-CNT
               MOVE WS-BATCH-EXPECTED-AMT TO WS-SUS-EXPECTED-AMT
               MOVE WS-BATCH-AMOUNT-TOTAL TO WS-SUS-ACTUAL-AMT
               MOVE WS-BATCH-REGION TO WS-SUS-REGION
               MOVE WS-BATCH-FILE-DATE TO WS-SUS-FILE-DATE
               WRITE FD-SUSPENSE-RECORD FROM WS-SUSPENSE-RECORD
               MOVE WS-AREA-1 TO WS-SAVED-AREA-1
               MOVE 1 TO WS-HOLD-SUB
                   MOVE WS-RUN-DATE-X TO WS-SUS-SUSPEND-DATE
                   MOVE WS-HOLD-AREA-1 (WS-HOLD-SUB)
                       TO WS-SUS-AREA-1
                   MOVE WS-BATCH-REGION TO WS-SUS-REGION
                   MOVE WS-BATCH-FILE-DATE TO WS-SUS-FILE-DATE
                   WRITE FD-SUSPENSE-RECORD FROM WS-SUSPENSE-RECORD
                   ADD 1 TO WS-SUSPENDED-REC-CNT
                   ADD 1 TO WS-HOLD-SUB
      * 1927-UNAPPLY-HELD-RECORD - UNDOES THE PER-RECORD EFFECTS OF
      * ONE HELD RECORD (IN WS-AREA-1). A HELD DETAIL COMES BACK OUT
      * OF ITS KEY SUBTOTAL AND CURRENCY BUCKET, AND ITS SEEN ENTRY
      * IS REMOVED AND ITS REGISTER ENTRY DELETED (1954) SO THE
      * QUARANTINED DETAIL NEITHER DUP-FLAGS A CORRECTED RESEND NOR
      * STAYS REVERSIBLE ON A LATER NIGHT. A HELD (APPLIED) REVERSAL
      * IS UN-APPLIED - THE REVERSAL TALLIES COME DOWN, THE KEY
      * SUBTOTAL IT HAD BACKED OUT IS RESTORED THROUGH THE NORMAL
      * TALLY PATH, AND THE DETAIL IT REVERSED IS MADE OUTSTANDING
      * AGAIN: THE REGISTER ENTRY IT CONSUMED TONIGHT (THE ONE WHOSE
      * CONSUMER IS THE HELD REVERSAL'S READ POSITION) GOES BACK TO
      * ACTIVE, AND WHEN THAT ENTRY IS TONIGHT'S OWN DETAIL (THE
      * SAME-RUN MATCH) OR NONE IS FOUND, THE SEEN TABLE IS ALSO
      * RE-SEEDED THROUGH THE NORMAL DUPLICATE CHECK.
      *****************************************************************
       1927-UNAPPLY-HELD-RECORD.
           IF WS-A1-TYPE-REVERSAL
                           FROM WS-CUR-RVRSL-AMT (WS-CUR-SUB)
                   END-IF
               END-IF
               MOVE WS-HOLD-READ-CNT (WS-HOLD-SUB)
                   TO WS-CRT-WANT-CONSUMER
               PERFORM 1957-UNCONSUME-CREG-ENTRY
               IF NOT WS-CRT-FOUND
                   OR WS-CRG-RUN-DATE = WS-RUN-DATE-X
                   MOVE 'Y' TO WS-CRT-RESEED-FLAG
                   PERFORM 1800-CHECK-DUPLICATE
                   MOVE 'N' TO WS-CRT-RESEED-FLAG
               END-IF
           ELSE
               PERFORM 1960-BACK-OUT-KEY-SUBTOTAL
               IF WS-DUP-FOUND
                   PERFORM 1870-REMOVE-SEEN-ENTRY
               END-IF
               PERFORM 1954-DROP-TONIGHTS-CREG-ENTRY
           END-IF.

      *****************************************************************
               MOVE WS-REVERSAL-COUNT TO WS-CKPT-REVERSAL-CNT
               MOVE WS-REVERSAL-AMOUNT TO WS-CKPT-REVERSAL-AMT
               MOVE WS-RV-UNMATCHED-COUNT TO WS-CKPT-RV-UNMAT-CNT
               MOVE WS-BATCH-REGION TO WS-CKPT-BATCH-REGION
               MOVE WS-BATCH-FILE-DATE TO WS-CKPT-BATCH-FDATE
               WRITE FD-CKPT-OUT-RECORD FROM WS-CHECKPOINT-RECORD
           END-IF.

           PERFORM 9720-WRITE-EXTRACT-TRAILER
           PERFORM 9700-WRITE-CATEGORY-TOTALS
           PERFORM 9730-WRITE-TRANSMIT-REGISTER
           PERFORM 9740-REPORT-COUNTED-REGISTER
           PERFORM 9750-WRITE-KEY-SUBTOTALS
           PERFORM 9770-WRITE-RUN-HISTORY
           PERFORM 9780-CLOSE-BUSINESS-DATE
           PERFORM 9900-CLOSE-ALL-FILES.

      *****************************************************************
                       INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               MOVE 8 TO RETURN-CODE
      *        ON THE OVERFLOW PATH THE BATCH DID NOT LOSE ITS TRAILER -
      *        THE RUN STOPPED SHORT OF IT. THE RESTART FROM THE LAST
      *        CHECKPOINT CLOSES THE BATCH AND ACKNOWLEDGES IT, SO NO
      *        UNTERMINATED STATUS IS LEFT ON THE WORK FILE FOR IT.
               IF WS-AREA-2-FLAG NOT = 1
                   MOVE 'U' TO WS-ACK-WORK-STATUS
                   PERFORM 1980-WRITE-ACK-BATCH-STATUS
               END-IF
               PERFORM 1920-DISCARD-HELD-BATCH
               MOVE 'N' TO WS-IN-BATCH-FLAG
           END-IF
           END-IF.

      *****************************************************************
      * 9740-REPORT-COUNTED-REGISTER - THE REGISTER IS MAINTAINED AS
      * THE RUN GOES (1952-1958), SO END OF JOB ONLY LOGS WHAT THIS
      * RUN DID TO IT: DETAILS REGISTERED AND ENTRIES CONSUMED, NET
      * OF ANY QUARANTINE. RUNS ON BOTH END-OF-JOB PATHS; A VERIFY
      * RUN NEVER UPDATES THE REGISTER, SO THERE IS NOTHING TO LOG.
      *****************************************************************
       9740-REPORT-COUNTED-REGISTER.
           IF NOT WS-VERIFY-ONLY
               MOVE SPACES TO WS-RECONCILE-MSG
               STRING "CNTPROC COUNTED REGISTER - REGISTERED "
                       WS-CRT-WRITE-CNT " CONSUMED "
                       WS-CRT-CONSUME-CNT
                       DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
           END-IF.

      *****************************************************************
      * 9700-WRITE-CATEGORY-TOTALS - WRITES THE PER-CATEGORY SUBTOTALS
      * (HEADER/DETAIL/TRAILER/REJECT COUNTS, THE EXPECTED COUNT FROM
           MOVE WS-BASE-EQUIV-TOTAL TO WS-CAT-BASE-EQUIV-AMT
           MOVE WS-BASE-CURRENCY TO WS-CAT-BASE-CURRENCY
           MOVE WS-CURRENCY-REJ-COUNT TO WS-CAT-CURR-REJ-CNT
           MOVE WS-RUN-DATE-X TO WS-CAT-RUN-DATE
           WRITE FD-CATEGORY-TOTALS-RECORD
               FROM WS-CATEGORY-TOTALS-RECORD.

               MOVE WS-KT-KEY (WS-KT-SUB) TO WS-KSUB-KEY
               MOVE WS-KT-COUNT (WS-KT-SUB) TO WS-KSUB-COUNT
               MOVE WS-KT-AMOUNT (WS-KT-SUB) TO WS-KSUB-AMOUNT
               MOVE WS-KT-MAX-DETAIL (WS-KT-SUB) TO WS-KSUB-MAX-DETAIL
               WRITE FD-KEY-SUBTOTAL-RECORD
                   FROM WS-KEY-SUBTOTAL-RECORD
               ADD 1 TO WS-KT-SUB
       9770-WRITE-RUN-HISTORY.
           IF NOT WS-VERIFY-ONLY
               MOVE FUNCTION CURRENT-DATE TO WS-HIST-TIMESTAMP
               MOVE WS-RUN-DATE-X TO WS-RH-RUN-DATE
               MOVE WS-HIST-TIMESTAMP (9:6) TO WS-RH-RUN-TIME
               MOVE WS-AREA-2-TOTAL TO WS-RH-DETAIL-CNT
               MOVE WS-REJECT-COUNT TO WS-RH-REJECT-CNT
                   FROM WS-RUN-HISTORY-RECORD
           END-IF.

      *****************************************************************
      * 9780-CLOSE-BUSINESS-DATE - A COMPLETED UPDATE RUN (RC 8 OR
      * BELOW - A MISMATCH OR DUPLICATE CONDITION IS STILL A FINISHED
      * COUNT) MARKS CNTPROC DONE ON THE CONTROL RECORD AND CLOSES THE
      * BUSINESS DATE, SO A SECOND SUBMISSION FOR THE SAME DAY IS
      * STOPPED AT 1035 AND CNTBDATE MAY OPEN THE NEXT ONE. THE
      * OVERFLOW PATH NEVER COMES HERE - AN RC=16 RUN HAS TO BE
      * RESTARTED FROM ITS CHECKPOINT ON THE SAME DATE. THE RECORD IS
      * ONLY TOUCHED IF IT STILL CARRIES THIS RUN'S DATE; A FAILED
      * UPDATE IS LOGGED BUT DOES NOT CHANGE THE RETURN CODE - THE
      * COUNT ITSELF IS GOOD, AND CNTBDATE WILL REFUSE TO ADVANCE
      * PAST A DATE THAT NEVER CLOSED.
      *****************************************************************
       9780-CLOSE-BUSINESS-DATE.
           IF NOT WS-VERIFY-ONLY
               AND RETURN-CODE <= 8
               OPEN I-O BUSINESS-DATE-FILE
               IF WS-BDATECTL-STATUS = "00"
                   READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF WS-BD-BUSINESS-DATE = WS-RUN-DATE-X
                               MOVE 'Y' TO WS-BD-CNTPROC-FLAG
                               MOVE 'C' TO WS-BD-DATE-STATUS
                               MOVE FUNCTION CURRENT-DATE
                                   TO WS-HIST-TIMESTAMP
                               MOVE WS-HIST-TIMESTAMP (1:14)
                                   TO WS-BD-CLOSED-STAMP
                               REWRITE FD-BUSINESS-DATE-RECORD
                                   FROM WS-BUSINESS-DATE-RECORD
                               IF WS-BDATECTL-STATUS = "00"
                                   MOVE 'Y' TO WS-BDATE-CLOSED-FLAG
                               END-IF
                           END-IF
                   END-READ
                   CLOSE BUSINESS-DATE-FILE
               END-IF
               MOVE SPACES TO WS-RECONCILE-MSG
               IF WS-BDATE-CLOSED-OK
                   STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE-X
                           " CLOSED"
                           DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               ELSE
                   STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE-X
                           " NOT CLOSED - CONTROL UPDATE FAILED"
                           DELIMITED BY SIZE INTO WS-RECONCILE-MSG
                   DISPLAY WS-RECONCILE-MSG
               END-IF
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
           END-IF.

      *****************************************************************
      * 9500-END-OF-JOB-OVERFLOW - REACHED WHEN HANDLE-OVERFLOW HAS SET
      * WS-AREA-2-FLAG. RUNS THE SAME RECONCILE/CATEGORY-TOTALS
           MOVE 16 TO RETURN-CODE
           PERFORM 9700-WRITE-CATEGORY-TOTALS
           PERFORM 9730-WRITE-TRANSMIT-REGISTER
           PERFORM 9740-REPORT-COUNTED-REGISTER
           PERFORM 9750-WRITE-KEY-SUBTOTALS
           PERFORM 9770-WRITE-RUN-HISTORY
           PERFORM 9900-CLOSE-ALL-FILES
           PERFORM 9900-CLOSE-ALL-FILES
           STOP RUN.

      *****************************************************************
      * 9860-ABEND-BUSINESS-DATE - 1035 FOUND THE BUSINESS DATE
      * ALREADY CLOSED BY AN EARLIER CNTPROC, OR NO DATE OPEN AT ALL.
      * SAME SHAPE AS 9850: NOTHING HAS BEEN READ OR COUNTED, SO THE
      * RUN STOPS WITH ITS OWN RETURN CODE FOR THE SCHEDULER TO ROUTE
      * TO A NOTIFICATION STEP. THE CALLER LEAVES THE HEADLINE IN
      * WS-RUN-LOG-LINE. NO REGISTER, CHECKPOINT OR HISTORY IS
      * WRITTEN - THE JOB'S PROMOTE STEPS ARE BYPASSED ON THIS CODE.
      *****************************************************************
       9860-ABEND-BUSINESS-DATE.
           DISPLAY WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE 24 TO RETURN-CODE
           PERFORM 9900-CLOSE-ALL-FILES
           STOP RUN.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - ONE OR MORE FILES FAILED TO OPEN IN
      * 1000-INITIALIZE. SOME OF THE FILES A NORMAL EOJ WOULD WRITE TO
           CLOSE UNMATCHED-REVERSAL-FILE
           CLOSE TRANSMIT-REG-OUT-FILE
           CLOSE SUSPENSE-FILE
           IF WS-ACKWORK-OPEN
               CLOSE ACK-WORK-FILE
           END-IF
           IF WS-CNTREG-OPEN
               CLOSE COUNTED-REG-FILE
           END-IF.
