       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTACK.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTACK - PER-REGION ACKNOWLEDGEMENT FILES.
      * A REGION WHOSE BATCH WAS SUSPENDED, LEFT UNTERMINATED, OR HAD
      * DETAILS BOUNCE TO THE REJECT OR DUPLICATE FILE USED TO FIND
      * OUT ONLY WHEN SOMEONE ON OUR SIDE PHONED THEM. CNTPROC NOW
      * WRITES EVERY BATCH OUTCOME AND EVERY DETAIL THAT DID NOT COUNT
      * TO THE ACKNOWLEDGEMENT WORK FILE (CPYACKW), TAGGED WITH THE
      * REGION AND FILE DATE OF ITS HEADER; THIS PROGRAM TURNS THAT
      * FILE INTO ONE OUTBOUND ACKNOWLEDGEMENT FILE (CPYACK) FOR EACH
      * REGION ON THE REGION SCHEDULE (CPYSCHED) THAT SENT US
      * ANYTHING: A HEADER, ONE STATUS RECORD PER BATCH (ACCEPTED,
      * SUSPENDED WITH EXPECTED VERSUS ACTUAL FIGURES, OR
      * UNTERMINATED) EACH FOLLOWED BY ITS REJECTED, DUPLICATE AND
      * UNMATCHED-REVERSAL DETAILS WITH THE REASON, AND A CONTROL
      * TRAILER THE REGION RECONCILES AGAINST WHAT IT SENT. A REGION
      * THE SCHEDULE EXPECTS THAT SENT NOTHING STILL GETS A FILE -
      * HEADER AND A ZERO TRAILER - SO SILENCE IS NEVER MISTAKEN FOR
      * A LOST ACKNOWLEDGEMENT.
      *
      * THE WORK FILE ARRIVES SORTED ON REGION, FILE DATE, BATCH,
      * RECORD TYPE AND READ POSITION (THE JCL SORT STEP), SO EACH
      * REGION IS ONE CONTROL BREAK AND EACH BATCH'S STATUS RECORD
      * LEADS ITS OWN DETAILS. THE OUTBOUND DATASET FOR A REGION IS
      * PROD.CNTPROC.ACK.Rrrrr.Dyymmdd (BUSINESS DATE), ALLOCATED AT
      * OPEN TIME THROUGH THE ACKOUT ENVIRONMENT VARIABLE - THERE IS
      * NO ACKOUT DD, BECAUSE THE LIST OF REGIONS IS THE SCHEDULE'S,
      * NOT THE JCL'S. A DATASET LEFT BY AN EARLIER RUN FOR THE SAME
      * DATE IS OVERWRITTEN (OLD), OTHERWISE IT IS CATALOGUED NEW.
      *
      * RECORDS THAT CANNOT BE ACKNOWLEDGED - NO REGION ON THEIR
      * HEADER (LEGACY FEED, OR READ BEFORE THE FIRST HEADER) OR A
      * REGION NOT ON THE SCHEDULE - ARE COUNTED ON THE CONTROL
      * REPORT (ACKRPT) FOR OPERATIONS TO HANDLE BY HAND.
      *
      * RETURN CODES: 0 = EVERY RECORD ACKNOWLEDGED, 4 = RECORDS ON
      * THE REPORT AS NOT ACKNOWLEDGED, 8 = A REGION'S DATASET COULD
      * NOT BE ALLOCATED OR OPENED (THE OTHER REGIONS ARE STILL
      * WRITTEN), 12 = FILE OPEN FAILURE, 16 = SCHEDULE TABLE
      * OVERFLOW.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-SCHEDULE-FILE ASSIGN TO REGSCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGSCHED-STATUS.

           SELECT ACK-WORK-FILE ASSIGN TO ACKWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKWORK-STATUS.

           SELECT ACK-OUT-FILE ASSIGN TO ACKOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKOUT-STATUS.

           SELECT ACK-RPT-FILE ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGION-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FD-SCHEDULE-RECORD        PIC X(80).

       FD  ACK-WORK-FILE
           RECORDING MODE IS F.
       01  FD-ACK-WORK-RECORD        PIC X(150).

       FD  ACK-OUT-FILE
           RECORDING MODE IS F.
       01  FD-ACK-OUT-RECORD         PIC X(150).

       FD  ACK-RPT-FILE
           RECORDING MODE IS F.
       01  FD-ACK-RPT-LINE           PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYSCHED.

           COPY CPYACKW.

           COPY CPYACK.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-REGSCHED-STATUS    PIC XX VALUE SPACES.
           05  WS-ACKWORK-STATUS     PIC XX VALUE SPACES.
           05  WS-ACKOUT-STATUS      PIC XX VALUE SPACES.
           05  WS-ACKRPT-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-REGSCHED-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-REGSCHED-EOF       VALUE 'Y'.
       01  WS-ACKWORK-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-ACKWORK-EOF        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).

      *****************************************************************
      * WS-SCHED-TABLE - THE REGION SCHEDULE, SAME SIZE AS CNTPROC'S.
      * WS-SCT-ACKED IS SET ONCE A REGION HAS HAD ITS FILE WRITTEN (OR
      * ATTEMPTED) SO 9100 CAN FIND THE EXPECTED REGIONS THAT SENT
      * NOTHING.
      *****************************************************************
       01  WS-SCHED-TABLE-AREA.
           05  WS-SCH-TBL-MAX        PIC 9(3) COMP VALUE 100.
           05  WS-SCH-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-SCH-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-SCH-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-SCH-FOUND      VALUE 'Y'.
           05  WS-SCHED-ENTRY OCCURS 100 TIMES.
               10  WS-SCT-REGION     PIC X(4).
               10  WS-SCT-NAME       PIC X(30).
               10  WS-SCT-EXPECTED   PIC X(1).
               10  WS-SCT-ACKED      PIC X(1).

      *****************************************************************
      * CURRENT REGION - THE CONTROL-BREAK STATE. WS-REGION-MODE SAYS
      * WHETHER THE REGION'S RECORDS ARE GOING TO ITS OUTBOUND FILE
      * ('A') OR ONLY BEING COUNTED FOR THE REPORT ('H', WITH THE
      * REASON IN WS-REGION-RESULT).
      *****************************************************************
       01  WS-REGION-STATE.
           05  WS-CUR-REGION         PIC X(4) VALUE SPACES.
           05  WS-CUR-NAME           PIC X(30) VALUE SPACES.
           05  WS-REGION-OPEN-FLAG   PIC X VALUE 'N'.
               88  WS-REGION-OPEN    VALUE 'Y'.
           05  WS-REGION-MODE        PIC X VALUE SPACE.
               88  WS-REGION-ACKED   VALUE 'A'.
               88  WS-REGION-HELD    VALUE 'H'.
           05  WS-REGION-RESULT      PIC X(18) VALUE SPACES.
           05  WS-ACK-DSN            PIC X(44) VALUE SPACES.

       01  WS-REGION-TOTALS.
           05  WS-RGN-BATCH-CNT      PIC 9(5) VALUE 0.
           05  WS-RGN-ACCEPTED-CNT   PIC 9(5) VALUE 0.
           05  WS-RGN-SUSPENDED-CNT  PIC 9(5) VALUE 0.
           05  WS-RGN-UNTERM-CNT     PIC 9(5) VALUE 0.
           05  WS-RGN-RECEIVED-CNT   PIC 9(9) VALUE 0.
           05  WS-RGN-RECEIVED-AMT   PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-RGN-COUNTED-CNT    PIC 9(9) VALUE 0.
           05  WS-RGN-COUNTED-AMT    PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-RGN-REJECT-CNT     PIC 9(9) VALUE 0.
           05  WS-RGN-DUPLICATE-CNT  PIC 9(9) VALUE 0.
           05  WS-RGN-UNMATCHED-CNT  PIC 9(9) VALUE 0.
           05  WS-RGN-RECORD-CNT     PIC 9(9) VALUE 0.
           05  WS-RGN-WORK-CNT       PIC 9(9) VALUE 0.

      *****************************************************************
      * DYNAMIC ALLOCATION - THE ACKOUT ENVIRONMENT VARIABLE IS SET
      * (NULL-TERMINATED, THROUGH THE LANGUAGE ENVIRONMENT PUTENV
      * SERVICE) IMMEDIATELY BEFORE EACH OPEN OF ACK-OUT-FILE; THE
      * RUNTIME ALLOCATES THE DATASET IT NAMES AT OPEN AND FREES IT
      * AT CLOSE. THE DCB COMES FROM THE FD.
      *****************************************************************
       01  WS-ACK-ALLOC-STRING       PIC X(120) VALUE SPACES.
       01  WS-PUTENV-RC              PIC S9(9) COMP VALUE 0.

       01  WS-RUN-TOTALS.
           05  WS-WORK-READ-CNT      PIC 9(9) VALUE 0.
           05  WS-FILES-WRITTEN-CNT  PIC 9(5) VALUE 0.
           05  WS-EMPTY-ACK-CNT      PIC 9(5) VALUE 0.
           05  WS-ALLOC-FAIL-CNT     PIC 9(5) VALUE 0.
           05  WS-HELD-REGION-CNT    PIC 9(5) VALUE 0.
           05  WS-HELD-WORK-CNT      PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-SCH-CNT-DISPLAY        PIC 9(3) VALUE 0.

       01  WS-HEADING-LINE-2.
           05  FILLER                PIC X(6) VALUE "REGION".
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X(16) VALUE "NAME".
           05  FILLER                PIC X(2) VALUE SPACES.
           05  FILLER                PIC X(30) VALUE "DATASET".
           05  FILLER                PIC X(24)
                   VALUE " BATCH  ACPT  SUSP UNTRM".
           05  FILLER                PIC X(24)
                   VALUE " REJECTS    DUPS UNMATCH".
           05  FILLER                PIC X(8) VALUE " RECORDS".
           05  FILLER                PIC X(16) VALUE "  RESULT".

       01  WS-REGION-LINE.
           05  WS-RGL-REGION         PIC X(4).
           05  FILLER                PIC X(4) VALUE SPACES.
           05  WS-RGL-NAME           PIC X(16).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-RGL-DSN            PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-BATCHES        PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-ACCEPTED       PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-SUSPENDED      PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-UNTERM         PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-REJECTS        PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-DUPLICATES     PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-UNMATCHED      PIC Z(6)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-RGL-RECORDS        PIC Z(6)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-RGL-RESULT         PIC X(18).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-WORK-RECORD UNTIL WS-ACKWORK-EOF
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT REGION-SCHEDULE-FILE
           OPEN INPUT ACK-WORK-FILE
           OPEN OUTPUT ACK-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1100-LOAD-REGION-SCHEDULE
           PERFORM 4000-PRINT-REPORT-HEADING
           PERFORM 2100-READ-ACK-WORK.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - THE BUSINESS DATE THE NIGHT'S
      * CNTPROC RAN UNDER NAMES THE OUTBOUND DATASETS. SAME FALLBACK
      * AS CNTKMAIN: THE SYSTEM DATE STANDS UNLESS THE CONTROL RECORD
      * CARRIES A DATE. THE DATE IS NOT REQUIRED TO BE OPEN - CNTPROC
      * HAS ALREADY CLOSED IT BY THE TIME THIS STEP RUNS.
      *****************************************************************
       1010-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. THE
      * SCHEDULE IS REQUIRED HERE (UNLIKE CNTPROC'S TRANSMISSION
      * CONTROL, WHICH CAN BE BYPASSED): WITHOUT IT THERE IS NO ONE TO
      * ACKNOWLEDGE TO.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-REGSCHED-STATUS NOT = "00"
               OR WS-ACKWORK-STATUS NOT = "00"
               OR WS-ACKRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 1100-LOAD-REGION-SCHEDULE - ONE ENTRY PER SCHEDULED REGION. A
      * SCHEDULE LONGER THAN THE TABLE STOPS THE RUN: A REGION LEFT
      * OFF WOULD SILENTLY GET NO ACKNOWLEDGEMENT.
      *****************************************************************
       1100-LOAD-REGION-SCHEDULE.
           PERFORM UNTIL WS-REGSCHED-EOF
               READ REGION-SCHEDULE-FILE INTO WS-SCHEDULE-RECORD
                   AT END
                       MOVE 'Y' TO WS-REGSCHED-EOF-FLAG
                   NOT AT END
                       IF WS-SCH-REGION NOT = SPACES
                           IF WS-SCH-TBL-CNT >= WS-SCH-TBL-MAX
                               PERFORM 9810-ABEND-TABLE-OVERFLOW
                           END-IF
                           ADD 1 TO WS-SCH-TBL-CNT
                           MOVE WS-SCH-REGION
                               TO WS-SCT-REGION (WS-SCH-TBL-CNT)
                           MOVE WS-SCH-REGION-NAME
                               TO WS-SCT-NAME (WS-SCH-TBL-CNT)
                           MOVE WS-SCH-EXPECTED-FLAG
                               TO WS-SCT-EXPECTED (WS-SCH-TBL-CNT)
                           MOVE 'N' TO WS-SCT-ACKED (WS-SCH-TBL-CNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGION-SCHEDULE-FILE.

      *****************************************************************
      * 2000-PROCESS-WORK-RECORD - A CHANGE OF REGION CLOSES THE
      * PRIOR REGION'S FILE (TRAILER, REPORT LINE) AND OPENS THE NEXT
      * ONE'S; EVERY RECORD THEN FEEDS THE REGION'S TOTALS AND, WHEN
      * THE REGION IS BEING ACKNOWLEDGED, ITS OUTBOUND FILE.
      *****************************************************************
       2000-PROCESS-WORK-RECORD.
           IF NOT WS-REGION-OPEN
               OR WS-ACW-REGION NOT = WS-CUR-REGION
               IF WS-REGION-OPEN
                   PERFORM 3000-CLOSE-REGION
               END-IF
               PERFORM 3050-START-REGION
           END-IF
           PERFORM 3200-ACK-WORK-RECORD
           PERFORM 2100-READ-ACK-WORK.

       2100-READ-ACK-WORK.
           READ ACK-WORK-FILE INTO WS-ACK-WORK-RECORD
               AT END
                   MOVE 'Y' TO WS-ACKWORK-EOF-FLAG
               NOT AT END
                   ADD 1 TO WS-WORK-READ-CNT
           END-READ.

      *****************************************************************
      * 3050-START-REGION - OPENS THE NEXT REGION. A BLANK REGION OR
      * ONE NOT ON THE SCHEDULE IS HELD (COUNTED, NOT WRITTEN); A
      * SCHEDULED REGION GETS ITS DATASET AND HEADER RECORD.
      *****************************************************************
       3050-START-REGION.
           MOVE WS-ACW-REGION TO WS-CUR-REGION
           MOVE 'Y' TO WS-REGION-OPEN-FLAG
           MOVE SPACES TO WS-CUR-NAME
           MOVE SPACES TO WS-ACK-DSN
           MOVE 0 TO WS-RGN-BATCH-CNT WS-RGN-ACCEPTED-CNT
                     WS-RGN-SUSPENDED-CNT WS-RGN-UNTERM-CNT
                     WS-RGN-RECEIVED-CNT WS-RGN-RECEIVED-AMT
                     WS-RGN-COUNTED-CNT WS-RGN-COUNTED-AMT
                     WS-RGN-REJECT-CNT WS-RGN-DUPLICATE-CNT
                     WS-RGN-UNMATCHED-CNT WS-RGN-RECORD-CNT
                     WS-RGN-WORK-CNT
           IF WS-CUR-REGION = SPACES
               MOVE 'H' TO WS-REGION-MODE
               MOVE "NO REGION ON HDR" TO WS-REGION-RESULT
               MOVE "(UNATTRIBUTED)" TO WS-CUR-NAME
           ELSE
               PERFORM 5100-FIND-SCHEDULE-REGION
               IF NOT WS-SCH-FOUND
                   MOVE 'H' TO WS-REGION-MODE
                   MOVE "NOT ON SCHEDULE" TO WS-REGION-RESULT
               ELSE
                   MOVE 'Y' TO WS-SCT-ACKED (WS-SCH-SUB)
                   MOVE WS-SCT-NAME (WS-SCH-SUB) TO WS-CUR-NAME
                   PERFORM 3100-OPEN-REGION-FILE
               END-IF
           END-IF.

      *****************************************************************
      * 3100-OPEN-REGION-FILE - ALLOCATES AND OPENS THE CURRENT
      * REGION'S OUTBOUND DATASET, FIRST AS AN EXISTING DATASET (A
      * RERUN FOR THE SAME BUSINESS DATE REPLACES WHAT THE REGION WAS
      * SENT), THEN AS A NEW CATALOGUED ONE. A REGION WHOSE DATASET
      * CANNOT BE OPENED EITHER WAY IS HELD WITH RC=8; THE OTHER
      * REGIONS ARE STILL ACKNOWLEDGED. WRITES THE HEADER RECORD.
      *****************************************************************
       3100-OPEN-REGION-FILE.
           MOVE SPACES TO WS-ACK-DSN
           STRING "PROD.CNTPROC.ACK.R" DELIMITED BY SIZE
                   WS-CUR-REGION DELIMITED BY SPACE
                   ".D" WS-RUN-DATE (3:6) DELIMITED BY SIZE
                   INTO WS-ACK-DSN
           MOVE SPACES TO WS-ACK-ALLOC-STRING
           STRING "ACKOUT=DSN(" DELIMITED BY SIZE
                   WS-ACK-DSN DELIMITED BY SPACE
                   ") OLD" X"00" DELIMITED BY SIZE
                   INTO WS-ACK-ALLOC-STRING
           CALL "putenv" USING WS-ACK-ALLOC-STRING
               RETURNING WS-PUTENV-RC
           OPEN OUTPUT ACK-OUT-FILE
           IF WS-ACKOUT-STATUS NOT = "00"
               MOVE SPACES TO WS-ACK-ALLOC-STRING
               STRING "ACKOUT=DSN(" DELIMITED BY SIZE
                       WS-ACK-DSN DELIMITED BY SPACE
                       ") NEW CATALOG UNIT(SYSDA) TRACKS SPACE(5,5)"
                       X"00" DELIMITED BY SIZE
                       INTO WS-ACK-ALLOC-STRING
               CALL "putenv" USING WS-ACK-ALLOC-STRING
                   RETURNING WS-PUTENV-RC
               OPEN OUTPUT ACK-OUT-FILE
           END-IF
           IF WS-ACKOUT-STATUS = "00"
               MOVE 'A' TO WS-REGION-MODE
               MOVE "WRITTEN" TO WS-REGION-RESULT
               PERFORM 3150-WRITE-ACK-HEADER
           ELSE
               MOVE 'H' TO WS-REGION-MODE
               MOVE "ALLOCATION FAILED" TO WS-REGION-RESULT
               ADD 1 TO WS-ALLOC-FAIL-CNT
               DISPLAY "CNTACK CANNOT OPEN " WS-ACK-DSN
                   " STATUS " WS-ACKOUT-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

       3150-WRITE-ACK-HEADER.
           MOVE SPACES TO WS-ACK-RECORD
           MOVE 'AH' TO WS-AK-RECORD-TYPE
           MOVE WS-CUR-REGION TO WS-AK-REGION
           MOVE WS-RUN-DATE TO WS-AK-BUSINESS-DATE
           MOVE WS-CUR-NAME TO WS-AKH-REGION-NAME
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-AKH-CREATED
           PERFORM 3900-WRITE-ACK-RECORD.

      *****************************************************************
      * 3200-ACK-WORK-RECORD - ROLLS ONE WORK RECORD INTO THE REGION'S
      * TOTALS AND, FOR AN ACKNOWLEDGED REGION, WRITES ITS AB OR AD
      * RECORD. A BATCH'S ACTUAL FIGURES ARE "RECEIVED"; THEY ARE ALSO
      * "COUNTED" ONLY WHEN THE BATCH WAS ACCEPTED.
      *****************************************************************
       3200-ACK-WORK-RECORD.
           ADD 1 TO WS-RGN-WORK-CNT
           EVALUATE TRUE
               WHEN WS-ACW-BATCH-STATUS-REC
                   ADD 1 TO WS-RGN-BATCH-CNT
                   ADD WS-ACW-ACTUAL-CNT TO WS-RGN-RECEIVED-CNT
                   ADD WS-ACW-ACTUAL-AMT TO WS-RGN-RECEIVED-AMT
                   EVALUATE TRUE
                       WHEN WS-ACW-ACCEPTED
                           ADD 1 TO WS-RGN-ACCEPTED-CNT
                           ADD WS-ACW-ACTUAL-CNT TO WS-RGN-COUNTED-CNT
                           ADD WS-ACW-ACTUAL-AMT TO WS-RGN-COUNTED-AMT
                       WHEN WS-ACW-SUSPENDED
                           ADD 1 TO WS-RGN-SUSPENDED-CNT
                       WHEN OTHER
                           ADD 1 TO WS-RGN-UNTERM-CNT
                   END-EVALUATE
                   IF WS-REGION-ACKED
                       PERFORM 3300-WRITE-ACK-BATCH
                   END-IF
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-ACW-REJECT-REC
                           ADD 1 TO WS-RGN-REJECT-CNT
                       WHEN WS-ACW-DUPLICATE-REC
                           ADD 1 TO WS-RGN-DUPLICATE-CNT
                       WHEN OTHER
                           ADD 1 TO WS-RGN-UNMATCHED-CNT
                   END-EVALUATE
                   IF WS-REGION-ACKED
                       PERFORM 3350-WRITE-ACK-DETAIL
                   END-IF
           END-EVALUATE.

       3300-WRITE-ACK-BATCH.
           MOVE SPACES TO WS-ACK-RECORD
           MOVE 'AB' TO WS-AK-RECORD-TYPE
           MOVE WS-CUR-REGION TO WS-AK-REGION
           MOVE WS-RUN-DATE TO WS-AK-BUSINESS-DATE
           MOVE WS-ACW-FILE-DATE TO WS-AKB-FILE-DATE
           MOVE WS-ACW-BATCH-NO TO WS-AKB-BATCH-NO
           MOVE WS-ACW-BATCH-STATUS TO WS-AKB-STATUS
           MOVE WS-ACW-EXPECTED-CNT TO WS-AKB-EXPECTED-CNT
           MOVE WS-ACW-ACTUAL-CNT TO WS-AKB-ACTUAL-CNT
           MOVE WS-ACW-EXPECTED-AMT TO WS-AKB-EXPECTED-AMT
           MOVE WS-ACW-ACTUAL-AMT TO WS-AKB-ACTUAL-AMT
           MOVE WS-ACW-CURRENCY TO WS-AKB-CURRENCY
           EVALUATE TRUE
               WHEN WS-AKB-ACCEPTED
                   MOVE "ACCEPTED" TO WS-AKB-STATUS-TEXT
               WHEN WS-AKB-SUSPENDED
                   MOVE "SUSPENDED - OUT OF BALANCE"
                       TO WS-AKB-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNTERMINATED - RESEND BATCH"
                       TO WS-AKB-STATUS-TEXT
           END-EVALUATE
           PERFORM 3900-WRITE-ACK-RECORD.

       3350-WRITE-ACK-DETAIL.
           MOVE SPACES TO WS-ACK-RECORD
           MOVE 'AD' TO WS-AK-RECORD-TYPE
           MOVE WS-CUR-REGION TO WS-AK-REGION
           MOVE WS-RUN-DATE TO WS-AK-BUSINESS-DATE
           MOVE WS-ACW-FILE-DATE TO WS-AKD-FILE-DATE
           MOVE WS-ACW-BATCH-NO TO WS-AKD-BATCH-NO
           MOVE WS-ACW-RECORD-TYPE TO WS-AKD-DISPOSITION
           MOVE WS-ACW-READ-CNT TO WS-AKD-RECORD-NO
           MOVE WS-ACW-INPUT-TYPE TO WS-AKD-RECORD-TYPE
           MOVE WS-ACW-KEY TO WS-AKD-KEY
           MOVE WS-ACW-AMOUNT TO WS-AKD-AMOUNT
           MOVE WS-ACW-CURRENCY TO WS-AKD-CURRENCY
           MOVE WS-ACW-REASON TO WS-AKD-REASON
           PERFORM 3900-WRITE-ACK-RECORD.

      *****************************************************************
      * 3000-CLOSE-REGION - AN ACKNOWLEDGED REGION GETS ITS CONTROL
      * TRAILER AND ITS DATASET IS CLOSED (AND FREED); EVERY REGION,
      * ACKNOWLEDGED OR HELD, GETS ITS LINE ON THE CONTROL REPORT. A
      * HELD REGION RAISES RC=4 UNLESS SOMETHING WORSE ALREADY HAS.
      *****************************************************************
       3000-CLOSE-REGION.
           IF WS-REGION-ACKED
               PERFORM 3400-WRITE-ACK-TRAILER
               CLOSE ACK-OUT-FILE
               ADD 1 TO WS-FILES-WRITTEN-CNT
           ELSE
               ADD 1 TO WS-HELD-REGION-CNT
               ADD WS-RGN-WORK-CNT TO WS-HELD-WORK-CNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 4100-PRINT-REGION-LINE
           MOVE 'N' TO WS-REGION-OPEN-FLAG.

       3400-WRITE-ACK-TRAILER.
           MOVE SPACES TO WS-ACK-RECORD
           MOVE 'AT' TO WS-AK-RECORD-TYPE
           MOVE WS-CUR-REGION TO WS-AK-REGION
           MOVE WS-RUN-DATE TO WS-AK-BUSINESS-DATE
           MOVE WS-RGN-BATCH-CNT TO WS-AKT-BATCH-CNT
           MOVE WS-RGN-ACCEPTED-CNT TO WS-AKT-ACCEPTED-CNT
           MOVE WS-RGN-SUSPENDED-CNT TO WS-AKT-SUSPENDED-CNT
           MOVE WS-RGN-UNTERM-CNT TO WS-AKT-UNTERM-CNT
           MOVE WS-RGN-RECEIVED-CNT TO WS-AKT-RECEIVED-CNT
           MOVE WS-RGN-RECEIVED-AMT TO WS-AKT-RECEIVED-AMT
           MOVE WS-RGN-COUNTED-CNT TO WS-AKT-COUNTED-CNT
           MOVE WS-RGN-COUNTED-AMT TO WS-AKT-COUNTED-AMT
           MOVE WS-RGN-REJECT-CNT TO WS-AKT-REJECT-CNT
           MOVE WS-RGN-DUPLICATE-CNT TO WS-AKT-DUPLICATE-CNT
           MOVE WS-RGN-UNMATCHED-CNT TO WS-AKT-UNMATCHED-CNT
           ADD 1 TO WS-RGN-RECORD-CNT
           MOVE WS-RGN-RECORD-CNT TO WS-AKT-RECORD-CNT
           WRITE FD-ACK-OUT-RECORD FROM WS-ACK-RECORD.

       3900-WRITE-ACK-RECORD.
           WRITE FD-ACK-OUT-RECORD FROM WS-ACK-RECORD
           ADD 1 TO WS-RGN-RECORD-CNT.

       4000-PRINT-REPORT-HEADING.
           MOVE WS-SCH-TBL-CNT TO WS-SCH-CNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTACK REGION ACKNOWLEDGEMENT FILES - BUSINESS DATE "
                   WS-RUN-DATE
                   "  SCHEDULED REGIONS " WS-SCH-CNT-DISPLAY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-HEADING-LINE-2.

       4100-PRINT-REGION-LINE.
           MOVE WS-CUR-REGION TO WS-RGL-REGION
           MOVE WS-CUR-NAME TO WS-RGL-NAME
           IF WS-REGION-ACKED
               MOVE WS-ACK-DSN TO WS-RGL-DSN
           ELSE
               MOVE SPACES TO WS-RGL-DSN
           END-IF
           MOVE WS-RGN-BATCH-CNT TO WS-RGL-BATCHES
           MOVE WS-RGN-ACCEPTED-CNT TO WS-RGL-ACCEPTED
           MOVE WS-RGN-SUSPENDED-CNT TO WS-RGL-SUSPENDED
           MOVE WS-RGN-UNTERM-CNT TO WS-RGL-UNTERM
           MOVE WS-RGN-REJECT-CNT TO WS-RGL-REJECTS
           MOVE WS-RGN-DUPLICATE-CNT TO WS-RGL-DUPLICATES
           MOVE WS-RGN-UNMATCHED-CNT TO WS-RGL-UNMATCHED
           MOVE WS-RGN-RECORD-CNT TO WS-RGL-RECORDS
           MOVE WS-REGION-RESULT TO WS-RGL-RESULT
           WRITE FD-ACK-RPT-LINE FROM WS-REGION-LINE.

      *****************************************************************
      * 5100-FIND-SCHEDULE-REGION - LINEAR LOOKUP OF WS-CUR-REGION ON
      * THE SCHEDULE TABLE (AT MOST 100 ENTRIES, ONE LOOKUP PER
      * REGION); WS-SCH-SUB IS THE ENTRY WHEN FOUND.
      *****************************************************************
       5100-FIND-SCHEDULE-REGION.
           MOVE 'N' TO WS-SCH-FOUND-FLAG
           MOVE 1 TO WS-SCH-SUB
           PERFORM UNTIL WS-SCH-FOUND OR WS-SCH-SUB > WS-SCH-TBL-CNT
               IF WS-SCT-REGION (WS-SCH-SUB) = WS-CUR-REGION
                   MOVE 'Y' TO WS-SCH-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-SCH-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * 9000-END-OF-JOB - CLOSES THE LAST REGION, SENDS AN EMPTY
      * ACKNOWLEDGEMENT TO EVERY EXPECTED REGION THAT SENT NOTHING,
      * AND PRINTS THE RUN TOTALS.
      *****************************************************************
       9000-END-OF-JOB.
           IF WS-REGION-OPEN
               PERFORM 3000-CLOSE-REGION
           END-IF
           MOVE 1 TO WS-SCH-SUB
           PERFORM UNTIL WS-SCH-SUB > WS-SCH-TBL-CNT
               IF WS-SCT-EXPECTED (WS-SCH-SUB) = 'Y'
                   AND WS-SCT-ACKED (WS-SCH-SUB) = 'N'
                   PERFORM 9100-ACK-NOTHING-RECEIVED
               END-IF
               ADD 1 TO WS-SCH-SUB
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WORK RECORDS READ " WS-WORK-READ-CNT
                   "  FILES WRITTEN " WS-FILES-WRITTEN-CNT
                   "  OF WHICH NOTHING RECEIVED " WS-EMPTY-ACK-CNT
                   "  ALLOCATION FAILURES " WS-ALLOC-FAIL-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NOT ACKNOWLEDGED - REGIONS " WS-HELD-REGION-CNT
                   "  WORK RECORDS " WS-HELD-WORK-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ACK-RPT-LINE FROM WS-REPORT-LINE
           CLOSE ACK-WORK-FILE
           CLOSE ACK-RPT-FILE
           DISPLAY "CNTACK FILES WRITTEN " WS-FILES-WRITTEN-CNT
               " NOT ACKNOWLEDGED " WS-HELD-WORK-CNT.

      *****************************************************************
      * 9100-ACK-NOTHING-RECEIVED - THE REGION AT WS-SCH-SUB IS
      * EXPECTED EVERY NIGHT BUT HAD NOTHING ON THE WORK FILE: ITS
      * FILE IS THE HEADER AND A ZERO TRAILER, SO THE REGION CAN SEE
      * WE RECEIVED NO TRANSMISSION FROM IT.
      *****************************************************************
       9100-ACK-NOTHING-RECEIVED.
           MOVE WS-SCT-REGION (WS-SCH-SUB) TO WS-ACW-REGION
           PERFORM 3050-START-REGION
           IF WS-REGION-ACKED
               MOVE "NOTHING RECEIVED" TO WS-REGION-RESULT
               ADD 1 TO WS-EMPTY-ACK-CNT
           END-IF
           PERFORM 3000-CLOSE-REGION.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTACK ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9810-ABEND-TABLE-OVERFLOW - MORE REGIONS ON THE SCHEDULE THAN
      * THE TABLE HOLDS. NOTHING HAS BEEN WRITTEN YET.
      *****************************************************************
       9810-ABEND-TABLE-OVERFLOW.
           DISPLAY "CNTACK ABEND - REGION SCHEDULE TABLE OVERFLOW"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
