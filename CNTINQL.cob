       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTINQL.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTINQL - ONLINE INQUIRY FILE LOAD. THE DUTY OPERATOR AND THE
      * MORNING SUPPORT TEAM ANSWER "HOW DID LAST NIGHT GO" AND PARTNER
      * CALLS FROM THE CNTI TRANSACTION (CNTINQ) INSTEAD OF BROWSING
      * RUNLOG, THE ALERT FILE, RPTSUM AND THE SUSPENSE AGING REPORT
      * OR WAITING ON A CNTTRACE JOB. CICS CANNOT READ THE SEQUENTIAL
      * BATCH DATASETS, SO THIS PROGRAM UNLOADS THEM INTO ONE WORK FILE
      * IN THE INQUIRY LAYOUT (CPYINQ); THE JOB SORTS IT AND RELOADS
      * THE INQUIRY KSDS FROM IT. SOURCES:
      *   RUNHIST  - RUN HISTORY (CPYRHIST)              RH RECORDS
      *   CATTOTS  - CATEGORY TOTALS (CPYCATOT)          CT RECORDS
      *   INCHIST  - INCIDENT HISTORY (CPYALERT)         AL RECORDS
      *   SUSPIN   - BATCH SUSPENSE FILE (CPYSUSP)       SB RECORDS,
      *              AND PER PARTNER KEY PER BATCH A SUMMARY OF ITS
      *              HELD SD RECORDS                     KS RECORDS
      *   REJFILE  - REJECT BACKLOG (CPYREJ)             KR RECORDS
      * PLUS ONE CC CONTROL RECORD - THE BUSINESS DATE, THE LOAD TIME
      * AND THE BACKLOG TOTALS THE SUMMARY SCREEN SHOWS. THE SUSPENSE
      * FILE HOLDS ONLY BATCHES STILL OPEN (CNTSUSP DROPS RELEASED AND
      * RETURNED ONES) AND THE REJECT FILE ONLY REJECTS NOT YET
      * RECYCLED OR DEAD-LETTERED (CNTRCYC), SO BOTH LOAD WHOLE.
      * RUN, TOTALS AND INCIDENT HISTORY ARE LOADED FOR THE KEEPDAYS=
      * DAYS BEFORE THE BUSINESS DATE AND EVERYTHING AFTER IT. A
      * CATEGORY-TOTALS RECORD WITH NO RUN DATE (WRITTEN BEFORE
      * WS-CAT-RUN-DATE EXISTED) CANNOT BE PAIRED WITH A NIGHT AND IS
      * SKIPPED.
      *
      * ANY SOURCE DATASET MAY BE ABSENT (SAME RULE AS CNTTRACE): IT IS
      * REPORTED AS NOT LOADED, COUNTED ON THE CONTROL RECORD SO THE
      * SCREENS CAN SAY SO, AND THE REST ARE STILL LOADED.
      *
      * CONTROL CARD (INQCTL, OPTIONAL - A MISKEYED CARD LEAVES THE
      * DEFAULT AND IS COUNTED IN THE ECHO):
      *   KEEPDAYS=NNN      DAYS OF RUN, TOTALS AND INCIDENT HISTORY TO
      *                     LOAD, 001-999 (DEFAULT 090)
      * THE PROCESSING DATE IS THE BUSINESS DATE ON THE CONTROL RECORD
      * (BDATECTL, CPYBDATE); NO RECORD FALLS BACK TO THE SYSTEM DATE.
      *
      * RETURN CODES: 0 = LOADED, 4 = LOADED BUT A SOURCE WAS NOT
      * AVAILABLE OR A CARD WAS INVALID, 12 = FILE OPEN FAILURE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNHIST-STATUS.

           SELECT CATEGORY-TOTALS-FILE ASSIGN TO CATTOTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATTOTS-STATUS.

           SELECT INCIDENT-HIST-FILE ASSIGN TO INCHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCHIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPIN-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REJFILE-STATUS.

           SELECT INQUIRY-WORK-FILE ASSIGN TO INQWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQWORK-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO INQCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQCTL-STATUS.

           SELECT INQUIRY-RPT-FILE ASSIGN TO INQRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INQRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-RUN-HISTORY-RECORD     PIC X(80).

       FD  CATEGORY-TOTALS-FILE
           RECORDING MODE IS F.
       01  FD-CATEGORY-TOTALS-RECORD PIC X(200).

       FD  INCIDENT-HIST-FILE
           RECORDING MODE IS F.
       01  FD-INCIDENT-HIST-RECORD   PIC X(120).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD        PIC X(200).

       FD  REJECT-FILE
           RECORDING MODE IS F.
       01  FD-REJECT-RECORD          PIC X(200).

       FD  INQUIRY-WORK-FILE
           RECORDING MODE IS F.
       01  FD-INQUIRY-WORK-RECORD    PIC X(250).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  INQUIRY-RPT-FILE
           RECORDING MODE IS F.
       01  FD-INQUIRY-LINE           PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYRHIST.

           COPY CPYCATOT.

           COPY CPYALERT.

           COPY CPYSUSP.

           COPY CPYREJ.

           COPY CPYAREA1.

           COPY CPYINQ.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-RUNHIST-STATUS     PIC XX VALUE SPACES.
           05  WS-CATTOTS-STATUS     PIC XX VALUE SPACES.
           05  WS-INCHIST-STATUS     PIC XX VALUE SPACES.
           05  WS-SUSPIN-STATUS      PIC XX VALUE SPACES.
           05  WS-REJFILE-STATUS     PIC XX VALUE SPACES.
           05  WS-INQWORK-STATUS     PIC XX VALUE SPACES.
           05  WS-INQCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-INQRPT-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-SOURCE-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-SOURCE-EOF         VALUE 'Y'.
       01  WS-INQCTL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-INQCTL-EOF         VALUE 'Y'.
       01  WS-INQCTL-OPEN-FLAG       PIC X VALUE 'N'.
           88  WS-INQCTL-OPEN        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-DATE-STATUS            PIC X(1) VALUE SPACES.
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-CONTROL-CARD           PIC X(80).

      *****************************************************************
      * RUN PARAMETERS - DEFAULT HERE, OVERRIDDEN BY AN INQCTL CARD.
      *****************************************************************
       01  WS-KEEP-DAYS              PIC 9(3) VALUE 90.
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.

      *****************************************************************
      * DATE WORK - HISTORY IS LOADED FROM WS-KEEP-FROM ONWARD.
      *****************************************************************
       01  WS-TODAY-INTEGER          PIC 9(9) COMP VALUE 0.
       01  WS-KEEP-INTEGER           PIC 9(9) COMP VALUE 0.
       01  WS-WORK-DATE-X            PIC X(8).
       01  WS-WORK-DATE-9 REDEFINES WS-WORK-DATE-X
                                     PIC 9(8).
       01  WS-KEEP-FROM              PIC X(8) VALUE SPACES.
       01  WS-KEEP-FROM-9 REDEFINES WS-KEEP-FROM
                                     PIC 9(8).

      *****************************************************************
      * WS-HOLD-TABLE - THE PARTNER KEYS HELD IN THE SUSPENDED BATCH
      * BEING READ, IN KEY ORDER (3310 SPLICES A NEW KEY IN AT ITS
      * ORDERED POSITION, SAME AS CNTPROC'S 1710), WITH THE COUNT AND
      * AMOUNT OF THE KEY'S HELD DETAILS AND REVERSALS. 3400 EMPTIES IT
      * INTO KS RECORDS WHEN THE BATCH CHANGES; A BATCH WITH MORE KEYS
      * THAN FIT IS EMPTIED EARLY AND CARRIES ON, SO SUCH A KEY CAN
      * SHOW AS TWO HOLDS ON THE SAME BATCH - NOTHING IS LOST.
      *****************************************************************
       01  WS-HOLD-TABLE-AREA.
           05  WS-HLD-TBL-MAX        PIC 9(5) COMP VALUE 5000.
           05  WS-HLD-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-HLD-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-HLD-LO-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-HLD-HI-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-HLD-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-HLD-FOUND      VALUE 'Y'.
           05  WS-HOLD-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-HLD-TBL-CNT
                   ASCENDING KEY IS WS-HLD-KEY
                   INDEXED BY WS-HLD-IDX.
               10  WS-HLD-KEY            PIC X(10).
               10  WS-HLD-DETAIL-CNT     PIC 9(9) COMP.
               10  WS-HLD-DETAIL-AMT     PIC S9(13)V99 COMP-3.
               10  WS-HLD-REVERSAL-CNT   PIC 9(9) COMP.
               10  WS-HLD-REVERSAL-AMT   PIC S9(13)V99 COMP-3.
       01  WS-NEW-KEY                PIC X(10).

      *****************************************************************
      * THE SUSPENDED BATCH WHOSE SD RECORDS ARE BEING READ - TAKEN
      * FROM ITS SB RECORD, OR FROM THE SD ITSELF WHEN IT ARRIVES WITH
      * NO SB AHEAD OF IT.
      *****************************************************************
       01  WS-CURRENT-BATCH.
           05  WS-CB-BATCH-NO        PIC 9(5) VALUE 0.
           05  WS-CB-SUSPEND-DATE    PIC X(8) VALUE SPACES.
           05  WS-CB-REGION          PIC X(4) VALUE SPACES.
           05  WS-CB-FILE-DATE       PIC X(8) VALUE SPACES.
           05  WS-CB-PEND-ACTION     PIC X(1) VALUE SPACES.

       01  WS-LOAD-SEQ               PIC 9(9) VALUE 0.
       01  WS-SUSP-OLDEST            PIC X(8) VALUE SPACES.
       01  WS-MISSING-CNT            PIC 9(1) VALUE 0.
       01  WS-WORK-SOURCE            PIC X(8).

       01  WS-COUNTERS.
           05  WS-RH-READ-CNT        PIC 9(7) VALUE 0.
           05  WS-RH-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-RH-OLD-CNT         PIC 9(7) VALUE 0.
           05  WS-CT-READ-CNT        PIC 9(7) VALUE 0.
           05  WS-CT-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-CT-OLD-CNT         PIC 9(7) VALUE 0.
           05  WS-CT-UNDATED-CNT     PIC 9(7) VALUE 0.
           05  WS-AL-READ-CNT        PIC 9(7) VALUE 0.
           05  WS-AL-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-AL-OLD-CNT         PIC 9(7) VALUE 0.
           05  WS-SUS-READ-CNT       PIC 9(7) VALUE 0.
           05  WS-SB-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-SB-AWAITING-CNT    PIC 9(7) VALUE 0.
           05  WS-SD-READ-CNT        PIC 9(7) VALUE 0.
           05  WS-KS-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-SUS-OTHER-CNT      PIC 9(7) VALUE 0.
           05  WS-RJ-READ-CNT        PIC 9(7) VALUE 0.
           05  WS-KR-LOAD-CNT        PIC 9(7) VALUE 0.
           05  WS-KR-AWAITING-CNT    PIC 9(7) VALUE 0.
           05  WS-WORK-WRITE-CNT     PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RUN-HISTORY
           PERFORM 2200-LOAD-CATEGORY-TOTALS
           PERFORM 2400-LOAD-INCIDENT-HISTORY
           PERFORM 3000-LOAD-SUSPENSE
           PERFORM 4000-LOAD-REJECTS
           PERFORM 5000-WRITE-CONTROL-RECORD
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           PERFORM 1020-LOAD-CONTROL-CARDS
           MOVE WS-RUN-DATE TO WS-WORK-DATE-X
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-WORK-DATE-9)
           COMPUTE WS-KEEP-INTEGER =
               WS-TODAY-INTEGER - WS-KEEP-DAYS
           COMPUTE WS-KEEP-FROM-9 =
               FUNCTION DATE-OF-INTEGER (WS-KEEP-INTEGER)
           OPEN OUTPUT INQUIRY-WORK-FILE
           OPEN OUTPUT INQUIRY-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           IF WS-BAD-CARD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 1100-PRINT-REPORT-HEADING.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - THE DATE THE SCREENS OPEN ON AND THE
      * BASE FOR KEEPDAYS= AND FOR THE SUSPENSE AGES.
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
                           MOVE WS-BD-DATE-STATUS TO WS-DATE-STATUS
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1020-LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-INQCTL-STATUS = "00"
               MOVE 'Y' TO WS-INQCTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-INQCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-INQCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-INQCTL-EOF-FLAG
                   NOT AT END
                       PERFORM 1025-STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-INQCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1025-STORE-CONTROL-CARD.
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD = SPACES
                   CONTINUE
               WHEN WS-CONTROL-CARD (1:9) = "KEEPDAYS="
                   AND WS-CONTROL-CARD (10:3) IS NUMERIC
                   AND WS-CONTROL-CARD (10:3) NOT = "000"
                   MOVE WS-CONTROL-CARD (10:3) TO WS-KEEP-DAYS
               WHEN OTHER
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - THE WORK FILE AND THE REPORT MUST
      * OPEN; THE SOURCES ARE OPENED ONE AT A TIME BY THEIR OWN
      * PARAGRAPHS, WHERE AN ABSENT ONE IS NOT FATAL.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-INQWORK-STATUS NOT = "00"
               OR WS-INQRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

       1100-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTINQL ONLINE INQUIRY FILE LOAD - BUSINESS DATE: "
                   WS-RUN-DATE
                   "  LOADED " WS-CURRENT-DATE-TIME (1:14)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "KEEPDAYS " WS-KEEP-DAYS
                   " - RUN, TOTALS AND INCIDENT HISTORY FROM "
                   WS-KEEP-FROM
                   "  INVALID CARDS " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 2000-LOAD-RUN-HISTORY - ONE RH RECORD PER RUN IN THE KEEPDAYS=
      * WINDOW, KEYED BY THE RUN'S BUSINESS DATE AND THE LOAD SEQUENCE.
      * RUNHIST IS ONLY EVER APPENDED TO, SO FILE ORDER IS RUN ORDER
      * AND A RESTART OR RERUN LISTS AFTER THE RUN IT FOLLOWED - EVEN
      * ONE AFTER MIDNIGHT, WHOSE WALL-CLOCK TIME SORTS EARLIER.
      *****************************************************************
       2000-LOAD-RUN-HISTORY.
           OPEN INPUT RUN-HISTORY-FILE
           IF WS-RUNHIST-STATUS NOT = "00"
               MOVE "RUNHIST" TO WS-WORK-SOURCE
               PERFORM 8100-RECORD-SOURCE-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ RUN-HISTORY-FILE INTO WS-RUN-HISTORY-RECORD
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           PERFORM 2100-STORE-RUN-HISTORY
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "RUNHIST   READ " WS-RH-READ-CNT
                       "  LOADED " WS-RH-LOAD-CNT
                       "  BEFORE KEEPDAYS " WS-RH-OLD-CNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           END-IF.

       2100-STORE-RUN-HISTORY.
           ADD 1 TO WS-RH-READ-CNT
           IF WS-RH-RUN-DATE IS NUMERIC
               AND WS-RH-RUN-DATE NOT < WS-KEEP-FROM
               MOVE SPACES TO WS-INQUIRY-RECORD
               MOVE 'RH' TO WS-INQ-REC-TYPE
               MOVE WS-RH-RUN-DATE TO WS-INQ-RUN-DATE
               ADD 1 TO WS-LOAD-SEQ
               MOVE WS-LOAD-SEQ TO WS-INQ-DATE-SEQ
               MOVE WS-RUN-HISTORY-RECORD TO WS-INQ-DATA
               PERFORM 8000-WRITE-INQUIRY-RECORD
               ADD 1 TO WS-RH-LOAD-CNT
           ELSE
               ADD 1 TO WS-RH-OLD-CNT
           END-IF.

      *****************************************************************
      * 2200-LOAD-CATEGORY-TOTALS - ONE CT RECORD PER RUN IN THE
      * WINDOW, KEYED BY THE RUN DATE ONLY (THE RECORD HAS NO TIME);
      * THE LOAD SEQUENCE KEEPS A NIGHT'S RECORDS IN THE ORDER THEY
      * WERE WRITTEN, SO THE LAST ONE FOR A DATE IS THE LATEST RUN.
      *****************************************************************
       2200-LOAD-CATEGORY-TOTALS.
           OPEN INPUT CATEGORY-TOTALS-FILE
           IF WS-CATTOTS-STATUS NOT = "00"
               MOVE "CATTOTS" TO WS-WORK-SOURCE
               PERFORM 8100-RECORD-SOURCE-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ CATEGORY-TOTALS-FILE
                       INTO WS-CATEGORY-TOTALS-RECORD
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           PERFORM 2300-STORE-CATEGORY-TOTALS
                   END-READ
               END-PERFORM
               CLOSE CATEGORY-TOTALS-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CATTOTS   READ " WS-CT-READ-CNT
                       "  LOADED " WS-CT-LOAD-CNT
                       "  BEFORE KEEPDAYS " WS-CT-OLD-CNT
                       "  NO RUN DATE " WS-CT-UNDATED-CNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           END-IF.

       2300-STORE-CATEGORY-TOTALS.
           ADD 1 TO WS-CT-READ-CNT
           EVALUATE TRUE
               WHEN WS-CAT-RUN-DATE NOT NUMERIC
                   ADD 1 TO WS-CT-UNDATED-CNT
               WHEN WS-CAT-RUN-DATE < WS-KEEP-FROM
                   ADD 1 TO WS-CT-OLD-CNT
               WHEN OTHER
                   MOVE SPACES TO WS-INQUIRY-RECORD
                   MOVE 'CT' TO WS-INQ-REC-TYPE
                   MOVE WS-CAT-RUN-DATE TO WS-INQ-RUN-DATE
                   ADD 1 TO WS-LOAD-SEQ
                   MOVE WS-LOAD-SEQ TO WS-INQ-DATE-SEQ
                   MOVE WS-CATEGORY-TOTALS-RECORD TO WS-INQ-DATA
                   PERFORM 8000-WRITE-INQUIRY-RECORD
                   ADD 1 TO WS-CT-LOAD-CNT
           END-EVALUATE.

      *****************************************************************
      * 2400-LOAD-INCIDENT-HISTORY - THE PERMANENT INCIDENT HISTORY
      * RATHER THAN THE ALERT FILE, WHICH THE ENTERPRISE AUTOMATION
      * CONSUMES AND CLEARS. ONE AL RECORD PER INCIDENT IN THE WINDOW,
      * KEYED BY RUN DATE AND LOAD SEQUENCE LIKE RH - INCHIST IS ONLY
      * EVER APPENDED TO, SO A DATE'S INCIDENTS LIST IN THE ORDER
      * RAISED, A RERUN'S AFTER THE FAILED RUN'S.
      *****************************************************************
       2400-LOAD-INCIDENT-HISTORY.
           OPEN INPUT INCIDENT-HIST-FILE
           IF WS-INCHIST-STATUS NOT = "00"
               MOVE "INCHIST" TO WS-WORK-SOURCE
               PERFORM 8100-RECORD-SOURCE-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ INCIDENT-HIST-FILE INTO WS-ALERT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           PERFORM 2500-STORE-INCIDENT
                   END-READ
               END-PERFORM
               CLOSE INCIDENT-HIST-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INCHIST   READ " WS-AL-READ-CNT
                       "  LOADED " WS-AL-LOAD-CNT
                       "  BEFORE KEEPDAYS " WS-AL-OLD-CNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           END-IF.

       2500-STORE-INCIDENT.
           ADD 1 TO WS-AL-READ-CNT
           IF WS-ALR-RUN-DATE IS NUMERIC
               AND WS-ALR-RUN-DATE NOT < WS-KEEP-FROM
               MOVE SPACES TO WS-INQUIRY-RECORD
               MOVE 'AL' TO WS-INQ-REC-TYPE
               MOVE WS-ALR-RUN-DATE TO WS-INQ-RUN-DATE
               ADD 1 TO WS-LOAD-SEQ
               MOVE WS-LOAD-SEQ TO WS-INQ-DATE-SEQ
               MOVE WS-ALERT-RECORD TO WS-INQ-DATA
               PERFORM 8000-WRITE-INQUIRY-RECORD
               ADD 1 TO WS-AL-LOAD-CNT
           ELSE
               ADD 1 TO WS-AL-OLD-CNT
           END-IF.

      *****************************************************************
      * 3000-LOAD-SUSPENSE - EVERY SB RECORD BECOMES AN SB INQUIRY
      * RECORD; THE SD RECORDS BEHIND IT ARE SUMMED PER PARTNER KEY
      * INTO THE HOLD TABLE, WHICH IS EMPTIED INTO KS RECORDS WHENEVER
      * THE BATCH CHANGES AND AT END OF FILE. THE OLDEST SUSPEND DATE
      * AND THE COUNT OF BATCHES AWAITING A CHECKER'S APPROVAL GO ON
      * THE CONTROL RECORD.
      *****************************************************************
       3000-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPIN-STATUS NOT = "00"
               MOVE "SUSPIN" TO WS-WORK-SOURCE
               PERFORM 8100-RECORD-SOURCE-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           PERFORM 3100-STORE-SUSPENSE-RECORD
                   END-READ
               END-PERFORM
               PERFORM 3400-WRITE-HOLD-RECORDS
               CLOSE SUSPENSE-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUSPIN    READ " WS-SUS-READ-CNT
                       "  BATCHES " WS-SB-LOAD-CNT
                       "  AWAITING APPROVAL " WS-SB-AWAITING-CNT
                       "  HELD RECORDS " WS-SD-READ-CNT
                       "  KEY HOLDS " WS-KS-LOAD-CNT
                       "  UNRECOGNISED " WS-SUS-OTHER-CNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           END-IF.

       3100-STORE-SUSPENSE-RECORD.
           ADD 1 TO WS-SUS-READ-CNT
           EVALUATE TRUE
               WHEN WS-SUS-TYPE-BATCH
                   PERFORM 3400-WRITE-HOLD-RECORDS
                   MOVE WS-SUS-BATCH-NO TO WS-CB-BATCH-NO
                   MOVE WS-SUS-SUSPEND-DATE TO WS-CB-SUSPEND-DATE
                   MOVE WS-SUS-REGION TO WS-CB-REGION
                   MOVE WS-SUS-FILE-DATE TO WS-CB-FILE-DATE
                   MOVE WS-SUS-PEND-ACTION TO WS-CB-PEND-ACTION
                   PERFORM 3200-STORE-SUSPENDED-BATCH
               WHEN WS-SUS-TYPE-DETAIL
                   ADD 1 TO WS-SD-READ-CNT
                   IF WS-SUS-BATCH-NO NOT = WS-CB-BATCH-NO
                       OR WS-SUS-SUSPEND-DATE NOT = WS-CB-SUSPEND-DATE
                       PERFORM 3400-WRITE-HOLD-RECORDS
                       MOVE WS-SUS-BATCH-NO TO WS-CB-BATCH-NO
                       MOVE WS-SUS-SUSPEND-DATE TO WS-CB-SUSPEND-DATE
                       MOVE WS-SUS-REGION TO WS-CB-REGION
                       MOVE WS-SUS-FILE-DATE TO WS-CB-FILE-DATE
                       MOVE SPACES TO WS-CB-PEND-ACTION
                   END-IF
                   PERFORM 3300-ADD-HELD-RECORD
               WHEN OTHER
                   ADD 1 TO WS-SUS-OTHER-CNT
           END-EVALUATE.

       3200-STORE-SUSPENDED-BATCH.
           MOVE SPACES TO WS-INQUIRY-RECORD
           MOVE 'SB' TO WS-INQ-REC-TYPE
           MOVE WS-SUS-SUSPEND-DATE TO WS-INQ-SUSPEND-DATE
           MOVE WS-SUS-BATCH-NO TO WS-INQ-BATCH-NO
           ADD 1 TO WS-LOAD-SEQ
           MOVE WS-LOAD-SEQ TO WS-INQ-BATCH-SEQ
           MOVE WS-SUSPENSE-RECORD TO WS-INQ-DATA
           PERFORM 8000-WRITE-INQUIRY-RECORD
           ADD 1 TO WS-SB-LOAD-CNT
           IF WS-SUS-PEND-ACTION NOT = SPACES
               ADD 1 TO WS-SB-AWAITING-CNT
           END-IF
           IF WS-SUS-SUSPEND-DATE IS NUMERIC
               IF WS-SUSP-OLDEST = SPACES
                   OR WS-SUS-SUSPEND-DATE < WS-SUSP-OLDEST
                   MOVE WS-SUS-SUSPEND-DATE TO WS-SUSP-OLDEST
               END-IF
           END-IF.

      *****************************************************************
      * 3300-ADD-HELD-RECORD - A HELD DETAIL OR REVERSAL INTO ITS KEY'S
      * ENTRY. HEADERS AND TRAILERS CARRY NO PARTNER KEY AND ARE NOT
      * HOLDS; AN AMOUNT THAT IS NOT NUMERIC IS COUNTED, NOT SUMMED.
      *****************************************************************
       3300-ADD-HELD-RECORD.
           MOVE WS-SUS-AREA-1 TO WS-AREA-1
           IF (WS-A1-TYPE-DETAIL OR WS-A1-TYPE-REVERSAL)
               AND WS-A1-KEY NOT = SPACES
               MOVE WS-A1-KEY TO WS-NEW-KEY
               PERFORM 3310-FIND-HOLD-ENTRY
               IF WS-A1-TYPE-DETAIL
                   ADD 1 TO WS-HLD-DETAIL-CNT (WS-HLD-SUB)
                   IF WS-A1-AMOUNT IS NUMERIC
                       ADD WS-A1-AMOUNT
                           TO WS-HLD-DETAIL-AMT (WS-HLD-SUB)
                   END-IF
               ELSE
                   ADD 1 TO WS-HLD-REVERSAL-CNT (WS-HLD-SUB)
                   IF WS-A1-AMOUNT IS NUMERIC
                       ADD WS-A1-AMOUNT
                           TO WS-HLD-REVERSAL-AMT (WS-HLD-SUB)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 3310-FIND-HOLD-ENTRY - LOOKS WS-NEW-KEY UP AND SPLICES AN EMPTY
      * ENTRY IN AT ITS ORDERED POSITION WHEN IT IS NOT THERE (BINARY
      * SEARCH FOR THE INSERTION POINT, SAME AS CNTPROC'S 1710). A
      * FULL TABLE IS EMPTIED FIRST. ON EXIT WS-HLD-SUB IS THE ENTRY.
      *****************************************************************
       3310-FIND-HOLD-ENTRY.
           MOVE 'N' TO WS-HLD-FOUND-FLAG
           IF WS-HLD-TBL-CNT > 0
               SEARCH ALL WS-HOLD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HLD-KEY (WS-HLD-IDX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-HLD-FOUND-FLAG
                       SET WS-HLD-SUB TO WS-HLD-IDX
               END-SEARCH
           END-IF
           IF NOT WS-HLD-FOUND
               IF WS-HLD-TBL-CNT NOT < WS-HLD-TBL-MAX
                   PERFORM 3400-WRITE-HOLD-RECORDS
               END-IF
               MOVE 1 TO WS-HLD-LO-SUB
               MOVE WS-HLD-TBL-CNT TO WS-HLD-HI-SUB
               PERFORM UNTIL WS-HLD-LO-SUB > WS-HLD-HI-SUB
                   COMPUTE WS-HLD-SUB =
                       (WS-HLD-LO-SUB + WS-HLD-HI-SUB) / 2
                   IF WS-HLD-KEY (WS-HLD-SUB) < WS-NEW-KEY
                       COMPUTE WS-HLD-LO-SUB = WS-HLD-SUB + 1
                   ELSE
                       COMPUTE WS-HLD-HI-SUB = WS-HLD-SUB - 1
                   END-IF
               END-PERFORM
               ADD 1 TO WS-HLD-TBL-CNT
               MOVE WS-HLD-TBL-CNT TO WS-HLD-SUB
               PERFORM UNTIL WS-HLD-SUB <= WS-HLD-LO-SUB
                   COMPUTE WS-HLD-HI-SUB = WS-HLD-SUB - 1
                   MOVE WS-HOLD-ENTRY (WS-HLD-HI-SUB)
                       TO WS-HOLD-ENTRY (WS-HLD-SUB)
                   SUBTRACT 1 FROM WS-HLD-SUB
               END-PERFORM
               MOVE WS-HLD-LO-SUB TO WS-HLD-SUB
               MOVE WS-NEW-KEY TO WS-HLD-KEY (WS-HLD-SUB)
               MOVE 0 TO WS-HLD-DETAIL-CNT (WS-HLD-SUB)
               MOVE 0 TO WS-HLD-DETAIL-AMT (WS-HLD-SUB)
               MOVE 0 TO WS-HLD-REVERSAL-CNT (WS-HLD-SUB)
               MOVE 0 TO WS-HLD-REVERSAL-AMT (WS-HLD-SUB)
           END-IF.

      *****************************************************************
      * 3400-WRITE-HOLD-RECORDS - ONE KS RECORD PER KEY ON THE TABLE
      * FOR THE CURRENT BATCH, THEN THE TABLE IS EMPTIED.
      *****************************************************************
       3400-WRITE-HOLD-RECORDS.
           MOVE 1 TO WS-HLD-SUB
           PERFORM UNTIL WS-HLD-SUB > WS-HLD-TBL-CNT
               MOVE SPACES TO WS-INQUIRY-RECORD
               MOVE 'KS' TO WS-INQ-REC-TYPE
               MOVE WS-HLD-KEY (WS-HLD-SUB) TO WS-INQ-PARTNER-KEY
               ADD 1 TO WS-LOAD-SEQ
               MOVE WS-LOAD-SEQ TO WS-INQ-PKEY-SEQ
               MOVE WS-CB-SUSPEND-DATE TO WS-INQ-KS-SUSPEND-DATE
               MOVE WS-CB-BATCH-NO TO WS-INQ-KS-BATCH-NO
               MOVE WS-CB-REGION TO WS-INQ-KS-REGION
               MOVE WS-CB-FILE-DATE TO WS-INQ-KS-FILE-DATE
               MOVE WS-HLD-DETAIL-CNT (WS-HLD-SUB)
                   TO WS-INQ-KS-DETAIL-CNT
               MOVE WS-HLD-DETAIL-AMT (WS-HLD-SUB)
                   TO WS-INQ-KS-DETAIL-AMT
               MOVE WS-HLD-REVERSAL-CNT (WS-HLD-SUB)
                   TO WS-INQ-KS-REVERSAL-CNT
               MOVE WS-HLD-REVERSAL-AMT (WS-HLD-SUB)
                   TO WS-INQ-KS-REVERSAL-AMT
               MOVE WS-CB-PEND-ACTION TO WS-INQ-KS-PEND-ACTION
               PERFORM 8000-WRITE-INQUIRY-RECORD
               ADD 1 TO WS-KS-LOAD-CNT
               ADD 1 TO WS-HLD-SUB
           END-PERFORM
           MOVE 0 TO WS-HLD-TBL-CNT.

      *****************************************************************
      * 4000-LOAD-REJECTS - ONE KR RECORD PER REJECT ON THE BACKLOG,
      * KEYED BY THE PARTNER KEY IN ITS CPYAREA1 IMAGE (SPACES FOR A
      * RECORD THAT CARRIED NONE - LOADED AND COUNTED, BUT NOT
      * REACHABLE BY A KEY LOOKUP).
      *****************************************************************
       4000-LOAD-REJECTS.
           OPEN INPUT REJECT-FILE
           IF WS-REJFILE-STATUS NOT = "00"
               MOVE "REJFILE" TO WS-WORK-SOURCE
               PERFORM 8100-RECORD-SOURCE-MISSING
           ELSE
               MOVE 'N' TO WS-SOURCE-EOF-FLAG
               PERFORM UNTIL WS-SOURCE-EOF
                   READ REJECT-FILE INTO WS-REJECT-RECORD
                       AT END
                           MOVE 'Y' TO WS-SOURCE-EOF-FLAG
                       NOT AT END
                           PERFORM 4100-STORE-REJECT
                   END-READ
               END-PERFORM
               CLOSE REJECT-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "REJFILE   READ " WS-RJ-READ-CNT
                       "  LOADED " WS-KR-LOAD-CNT
                       "  AWAITING APPROVAL " WS-KR-AWAITING-CNT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           END-IF.

       4100-STORE-REJECT.
           ADD 1 TO WS-RJ-READ-CNT
           MOVE WS-REJ-AREA-1 TO WS-AREA-1
           MOVE SPACES TO WS-INQUIRY-RECORD
           MOVE 'KR' TO WS-INQ-REC-TYPE
           MOVE WS-A1-KEY TO WS-INQ-PARTNER-KEY
           ADD 1 TO WS-LOAD-SEQ
           MOVE WS-LOAD-SEQ TO WS-INQ-PKEY-SEQ
           MOVE WS-REJECT-RECORD TO WS-INQ-DATA
           PERFORM 8000-WRITE-INQUIRY-RECORD
           ADD 1 TO WS-KR-LOAD-CNT
           IF WS-REJ-PEND-AWAITING
               ADD 1 TO WS-KR-AWAITING-CNT
           END-IF.

      *****************************************************************
      * 5000-WRITE-CONTROL-RECORD - THE CC RECORD THE TRANSACTION
      * READS FIRST: WHICH DATE TO OPEN ON, HOW FRESH THE DATA IS, AND
      * THE BACKLOG TOTALS FOR THE SUMMARY SCREEN.
      *****************************************************************
       5000-WRITE-CONTROL-RECORD.
           MOVE SPACES TO WS-INQUIRY-RECORD
           MOVE 'CC' TO WS-INQ-REC-TYPE
           MOVE WS-RUN-DATE TO WS-INQ-CC-BUSINESS-DATE
           MOVE WS-DATE-STATUS TO WS-INQ-CC-DATE-STATUS
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-INQ-CC-LOAD-STAMP
           MOVE WS-KEEP-FROM TO WS-INQ-CC-KEEP-FROM
           MOVE WS-RH-LOAD-CNT TO WS-INQ-CC-RUN-CNT
           MOVE WS-CT-LOAD-CNT TO WS-INQ-CC-TOTALS-CNT
           MOVE WS-AL-LOAD-CNT TO WS-INQ-CC-ALERT-CNT
           MOVE WS-SB-LOAD-CNT TO WS-INQ-CC-SUSP-BATCHES
           MOVE WS-SB-AWAITING-CNT TO WS-INQ-CC-SUSP-AWAITING
           MOVE WS-SUSP-OLDEST TO WS-INQ-CC-SUSP-OLDEST
           MOVE WS-KR-LOAD-CNT TO WS-INQ-CC-REJECT-CNT
           MOVE WS-KR-AWAITING-CNT TO WS-INQ-CC-REJ-AWAITING
           MOVE WS-KS-LOAD-CNT TO WS-INQ-CC-HOLD-CNT
           MOVE WS-MISSING-CNT TO WS-INQ-CC-MISSING-CNT
           PERFORM 8000-WRITE-INQUIRY-RECORD.

       8000-WRITE-INQUIRY-RECORD.
           WRITE FD-INQUIRY-WORK-RECORD FROM WS-INQUIRY-RECORD
           ADD 1 TO WS-WORK-WRITE-CNT.

      *****************************************************************
      * 8100-RECORD-SOURCE-MISSING - AN ABSENT SOURCE IS REPORTED AND
      * COUNTED; THE LOAD CARRIES ON WITH THE REST AND ENDS RC=4.
      *****************************************************************
       8100-RECORD-SOURCE-MISSING.
           ADD 1 TO WS-MISSING-CNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING WS-WORK-SOURCE "  NOT AVAILABLE - NOT LOADED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9000-END-OF-JOB.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INQUIRY RECORDS WRITTEN " WS-WORK-WRITE-CNT
                   "  SOURCES NOT LOADED " WS-MISSING-CNT
                   "  OLDEST OPEN SUSPENSE " WS-SUSP-OLDEST
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-INQUIRY-LINE FROM WS-REPORT-LINE
           CLOSE INQUIRY-WORK-FILE
           CLOSE INQUIRY-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTINQL ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.
