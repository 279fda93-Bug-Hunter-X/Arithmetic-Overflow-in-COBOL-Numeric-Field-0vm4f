      * COUNTED (AUDITLOG SHOWS THE KEY NEAR ITS READ POSITION), BEEN
      * REJECTED (REJFILE), BEEN A DUPLICATE (DUPFILE), RIDDEN THROUGH
      * A COUNTER OVERFLOW (EXCFILE), OR DIED IN CNTRCYC'S DEAD-LETTER
      * OR CARRY-FORWARD FILES - AND A DETAIL THAT COUNTED SITS ON THE
      * COUNTED-DETAILS REGISTER (CNTREG) UNTIL A REVERSAL CONSUMES IT.
      * WHO RELEASED A SUSPENDED BATCH OR REPAIRED A REJECT IS ON THE
      * OPERATOR-ACTION JOURNAL (OPJRNL, CPYOPJNL).
      * THIS PROGRAM TAKES A KEY AND AN
      * OPTIONAL DATE RANGE ON CONTROL CARDS, SCANS ALL EIGHT DATASETS,
      * AND PRINTS ONE CONSOLIDATED CHRONOLOGICAL TRACE OF EVERY
      * APPEARANCE OF THE KEY - SOURCE DATASET, READ POSITION, REJECT
      * REASON OR DISPOSITION, AND TIMESTAMP - TURNING A 40-MINUTE
      * MULTI-DATASET HUNT INTO ONE JOB SUBMISSION. ANY OF THE INPUT
      * DATASETS MAY BE ABSENT (STATUS 35) AND IS SIMPLY REPORTED AS
      * NOT SCANNED. THE REGISTER IS A KSDS LEADING WITH THE KEY, SO IT
      * IS READ BY KEY (START AND READ NEXT) RATHER THAN FRONT TO
      * BACK.
      *
      * CONTROL CARDS ON TRCCTL (FIXED COLUMNS):
      *   KEY=KKKKKKKKKK   THE PARTNER KEY TO TRACE
      *   OPERATOR=OOOOOOOO  EVERY JOURNALED ACTION THE OPERATOR MADE
      *                    OR APPROVED
      *   BATCH=NNNNN YYYYMMDD  EVERY JOURNALED ACTION ON THE BATCH
      *                    SUSPENDED ON THAT DATE
      *   FROM=YYYYMMDD    EARLIEST TIMESTAMP DATE TO REPORT
      *   TO=YYYYMMDD      LATEST TIMESTAMP DATE TO REPORT
      * AT LEAST ONE OF KEY=, OPERATOR= AND BATCH= IS REQUIRED. THE
      * JOURNAL IS MATCHED ON ANY OF THEM (A REPAIR ON THE KEY BEFORE
      * OR AFTER CORRECTION); THE OTHER DATASETS ONLY ON KEY=.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDITLOG-STATUS.

           SELECT COUNTED-REG-FILE ASSIGN TO CNTREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CRG-REG-KEY
               FILE STATUS IS WS-CNTREG-STATUS.

           SELECT OP-JOURNAL-FILE ASSIGN TO OPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPJRNL-STATUS.

           SELECT TRACE-RPT-FILE ASSIGN TO TRCRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRCRPT-STATUS.

       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       01  FD-REJECT-RECORD          PIC X(200).

       FD  DUPLICATE-IN-FILE
           RECORDING MODE IS F.

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
       01  FD-DEAD-LETTER-RECORD     PIC X(200).

       FD  CARRY-FORWARD-FILE
           RECORDING MODE IS F.
       01  FD-CARRY-FORWARD-RECORD   PIC X(200).

       FD  AUDIT-LOG-FILE
           RECORDING MODE IS F.
       01  FD-AUDIT-LOG-RECORD       PIC X(80).

       FD  COUNTED-REG-FILE.
       01  FD-COUNTED-REG-REC.
           05  FD-CRG-REG-KEY        PIC X(29).
           05  FILLER                PIC X(51).

       FD  OP-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-OP-JOURNAL-RECORD      PIC X(200).

       FD  TRACE-RPT-FILE
           RECORDING MODE IS F.
       01  FD-TRACE-LINE             PIC X(132).

           COPY CPYEXC.

           COPY CPYCREG.

           COPY CPYOPJNL.

       01  WS-FILE-STATUSES.
           05  WS-TRCCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-REJFILE-STATUS     PIC XX VALUE SPACES.
           05  WS-DEADLTR-STATUS     PIC XX VALUE SPACES.
           05  WS-REJCARRY-STATUS    PIC XX VALUE SPACES.
           05  WS-AUDITLOG-STATUS    PIC XX VALUE SPACES.
           05  WS-CNTREG-STATUS      PIC XX VALUE SPACES.
           05  WS-OPJRNL-STATUS      PIC XX VALUE SPACES.
           05  WS-TRCRPT-STATUS      PIC XX VALUE SPACES.

       01  WS-TRCCTL-EOF-FLAG        PIC X VALUE 'N'.

       01  WS-CONTROL-CARD           PIC X(80).
       01  WS-TRACE-KEY              PIC X(10) VALUE SPACES.
       01  WS-TRACE-OPERATOR         PIC X(8) VALUE SPACES.
       01  WS-TRACE-BATCH-X          PIC X(5) VALUE SPACES.
       01  WS-TRACE-BATCH-9 REDEFINES WS-TRACE-BATCH-X
                                     PIC 9(5).
       01  WS-TRACE-SUSP-DATE        PIC X(8) VALUE SPACES.
       01  WS-JOURNAL-HIT-FLAG       PIC X VALUE 'N'.
           88  WS-JOURNAL-HIT        VALUE 'Y'.
       01  WS-FROM-DATE              PIC 9(8) VALUE 0.
       01  WS-TO-DATE                PIC 9(8) VALUE 99999999.
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.
       01  WS-SKIP-TABLE-AREA.
           05  WS-SKP-CNT            PIC 9(1) VALUE 0.
           05  WS-SKP-SUB            PIC 9(1) VALUE 0.
           05  WS-SKP-SOURCE OCCURS 8 TIMES
                                     PIC X(9).

       01  WS-REJFILE-HIT-COUNT      PIC 9(5) VALUE 0.
       01  WS-DEADLTR-HIT-COUNT      PIC 9(5) VALUE 0.
       01  WS-CARRY-HIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-AUDIT-HIT-COUNT        PIC 9(5) VALUE 0.
       01  WS-CNTREG-HIT-COUNT       PIC 9(5) VALUE 0.
       01  WS-OPJRNL-HIT-COUNT       PIC 9(5) VALUE 0.

       01  WS-CRG-AMOUNT-EDIT        PIC -(9)9.99.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           IF WS-TRACE-KEY NOT = SPACES
               PERFORM 2100-SCAN-REJECT-FILE
               PERFORM 2200-SCAN-DUPLICATE-FILE
               PERFORM 2300-SCAN-EXCEPTION-FILE
               PERFORM 2400-SCAN-DEAD-LETTER-FILE
               PERFORM 2500-SCAN-CARRY-FORWARD-FILE
               PERFORM 2600-SCAN-AUDIT-LOG
               PERFORM 2700-SCAN-COUNTED-REGISTER
           END-IF
           PERFORM 2800-SCAN-OP-JOURNAL
           PERFORM 4000-PRINT-TRACE-REPORT
           PERFORM 9000-END-OF-JOB
           STOP RUN.
           END-IF
           PERFORM 1100-LOAD-CONTROL-CARDS
           IF WS-TRACE-KEY = SPACES
               AND WS-TRACE-OPERATOR = SPACES
               AND WS-TRACE-BATCH-X = SPACES
               MOVE "CNTTRACE - NO SEARCH CARD SUPPLIED, NOTHING TO DO"
                   TO WS-REPORT-LINE
               WRITE FD-TRACE-LINE FROM WS-REPORT-LINE
               DISPLAY "CNTTRACE - NO SEARCH CARD SUPPLIED"
               MOVE 12 TO RETURN-CODE
               CLOSE TRACE-RPT-FILE
               STOP RUN
                   CONTINUE
               WHEN WS-CONTROL-CARD (1:4) = "KEY="
                   MOVE WS-CONTROL-CARD (5:10) TO WS-TRACE-KEY
               WHEN WS-CONTROL-CARD (1:9) = "OPERATOR="
                   AND WS-CONTROL-CARD (10:8) NOT = SPACES
                   MOVE WS-CONTROL-CARD (10:8) TO WS-TRACE-OPERATOR
               WHEN WS-CONTROL-CARD (1:6) = "BATCH="
                   AND WS-CONTROL-CARD (7:5) IS NUMERIC
                   AND WS-CONTROL-CARD (13:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD (7:5) TO WS-TRACE-BATCH-X
                   MOVE WS-CONTROL-CARD (13:8) TO WS-TRACE-SUSP-DATE
               WHEN WS-CONTROL-CARD (1:5) = "FROM="
                   AND WS-CONTROL-CARD (6:8) IS NUMERIC
                   MOVE WS-CONTROL-CARD (6:8) TO WS-FROM-DATE
                               MOVE "REJCARRY" TO WS-WORK-SOURCE
                               MOVE WS-REJ-READ-CNT TO WS-WORK-READ-CNT
                               MOVE SPACES TO WS-WORK-DETAIL
                               IF WS-REJ-PEND-AWAITING
                                   STRING "AWAITING APPROVAL: "
                                           WS-REJ-REASON
                                           DELIMITED BY SIZE
                                           INTO WS-WORK-DETAIL
                               ELSE
                                   STRING "PENDING REPAIR: "
                                           WS-REJ-REASON
                                           DELIMITED BY SIZE
                                           INTO WS-WORK-DETAIL
                               END-IF
                               PERFORM 3000-ADD-TRACE-ENTRY
                           END-IF
                   END-READ
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *****************************************************************
      * 2700-SCAN-COUNTED-REGISTER - ONE TRACE ENTRY PER REGISTER
      * RECORD FOR THE KEY: THE DETAIL COUNTED ON THAT RUN DATE (THE
      * ENTRY'S TIMESTAMP - THE REGISTER CARRIES NO TIME OF DAY) AND
      * IS EITHER STILL OUTSTANDING OR WAS REVERSED ON ITS CONSUMED
      * DATE. THE RECORD KEY LEADS WITH THE PARTNER KEY, SO A START
      * AT THE KEY WITH LOW-VALUES BEHIND IT LANDS ON THE KEY'S FIRST
      * RECORD AND READ NEXT STOPS AT THE FIRST RECORD FOR ANOTHER
      * KEY - NO FRONT-TO-BACK PASS OF THE WHOLE REGISTER.
      *****************************************************************
       2700-SCAN-COUNTED-REGISTER.
           OPEN INPUT COUNTED-REG-FILE
           IF WS-CNTREG-STATUS NOT = "00"
               MOVE "CNTREG" TO WS-WORK-SOURCE
               PERFORM 8110-RECORD-SOURCE-SKIPPED
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               MOVE LOW-VALUES TO WS-CRG-REG-KEY
               MOVE WS-TRACE-KEY TO WS-CRG-KEY
               MOVE WS-CRG-REG-KEY TO FD-CRG-REG-KEY
               START COUNTED-REG-FILE
                       KEY IS NOT LESS THAN FD-CRG-REG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-EOF-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-EOF
                   READ COUNTED-REG-FILE NEXT RECORD
                           INTO WS-COUNTED-REG-RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           IF WS-CRG-KEY NOT = WS-TRACE-KEY
                               MOVE 'Y' TO WS-SCAN-EOF-FLAG
                           ELSE
                               PERFORM 2710-TRACE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COUNTED-REG-FILE
           END-IF.

       2710-TRACE-REGISTER-ENTRY.
           ADD 1 TO WS-CNTREG-HIT-COUNT
           MOVE SPACES TO WS-WORK-TIMESTAMP
           MOVE WS-CRG-RUN-DATE TO WS-WORK-TIMESTAMP (1:8)
           MOVE "CNTREG" TO WS-WORK-SOURCE
           MOVE 0 TO WS-WORK-READ-CNT
           MOVE WS-CRG-AMOUNT TO WS-CRG-AMOUNT-EDIT
           MOVE SPACES TO WS-WORK-DETAIL
           IF WS-CRG-CONSUMED
               STRING "COUNTED " WS-CRG-AMOUNT-EDIT
                       " REVERSED ON " WS-CRG-CONSUMED-DATE
                       DELIMITED BY SIZE
                       INTO WS-WORK-DETAIL
           ELSE
               STRING "COUNTED " WS-CRG-AMOUNT-EDIT
                       " OUTSTANDING"
                       DELIMITED BY SIZE
                       INTO WS-WORK-DETAIL
           END-IF
           PERFORM 3000-ADD-TRACE-ENTRY.

      *****************************************************************
      * 2800-SCAN-OP-JOURNAL - THE OPERATOR-ACTION JOURNAL IS MATCHED
      * ON WHICHEVER OF KEY=, OPERATOR= AND BATCH= WERE SUPPLIED: A
      * REPAIR WHOSE KEY BEFORE OR AFTER CORRECTION IS THE TRACE KEY,
      * ANY ACTION THE OPERATOR KEYED OR APPROVED, OR A SUSPENSE
      * ACTION ON THE BATCH. THE READ POSITION COLUMN CARRIES THE
      * ACTION'S HANDLE - THE REJECT'S READ COUNT FOR A REPAIR, THE
      * BATCH NUMBER FOR A RELEASE OR RETURN.
      *****************************************************************
       2800-SCAN-OP-JOURNAL.
           OPEN INPUT OP-JOURNAL-FILE
           IF WS-OPJRNL-STATUS NOT = "00"
               MOVE "OPJRNL" TO WS-WORK-SOURCE
               PERFORM 8110-RECORD-SOURCE-SKIPPED
           ELSE
               MOVE 'N' TO WS-SCAN-EOF-FLAG
               PERFORM UNTIL WS-SCAN-EOF
                   READ OP-JOURNAL-FILE INTO WS-OP-JOURNAL-RECORD
                       AT END
                           MOVE 'Y' TO WS-SCAN-EOF-FLAG
                       NOT AT END
                           PERFORM 2810-MATCH-JOURNAL-ENTRY
                           IF WS-JOURNAL-HIT
                               PERFORM 2820-TRACE-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OP-JOURNAL-FILE
           END-IF.

       2810-MATCH-JOURNAL-ENTRY.
           MOVE 'N' TO WS-JOURNAL-HIT-FLAG
           IF WS-TRACE-KEY NOT = SPACES
               AND (WS-OPJ-KEY = WS-TRACE-KEY
                   OR WS-OPJ-NEW-KEY = WS-TRACE-KEY)
               MOVE 'Y' TO WS-JOURNAL-HIT-FLAG
           END-IF
           IF WS-TRACE-OPERATOR NOT = SPACES
               AND (WS-OPJ-MAKER = WS-TRACE-OPERATOR
                   OR WS-OPJ-CHECKER = WS-TRACE-OPERATOR)
               MOVE 'Y' TO WS-JOURNAL-HIT-FLAG
           END-IF
           IF WS-TRACE-BATCH-X NOT = SPACES
               AND NOT WS-OPJ-REPAIR
               AND WS-OPJ-BATCH-NO = WS-TRACE-BATCH-9
               AND WS-OPJ-SUSP-DATE = WS-TRACE-SUSP-DATE
               MOVE 'Y' TO WS-JOURNAL-HIT-FLAG
           END-IF.

       2820-TRACE-JOURNAL-ENTRY.
           ADD 1 TO WS-OPJRNL-HIT-COUNT
           MOVE WS-OPJ-TIMESTAMP TO WS-WORK-TIMESTAMP
           MOVE "OPJRNL" TO WS-WORK-SOURCE
           IF WS-OPJ-REPAIR
               MOVE WS-OPJ-READ-CNT TO WS-WORK-READ-CNT
           ELSE
               MOVE WS-OPJ-BATCH-NO TO WS-WORK-READ-CNT
           END-IF
           MOVE SPACES TO WS-WORK-DETAIL
           IF WS-OPJ-CHECKER = SPACES
               STRING WS-OPJ-ACTION DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-OPJ-DISPOSITION DELIMITED BY "  "
                       " BY " DELIMITED BY SIZE
                       WS-OPJ-MAKER DELIMITED BY SPACE
                       INTO WS-WORK-DETAIL
           ELSE
               STRING WS-OPJ-ACTION DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       WS-OPJ-DISPOSITION DELIMITED BY "  "
                       " BY " DELIMITED BY SIZE
                       WS-OPJ-MAKER DELIMITED BY SPACE
                       " APPROVED " DELIMITED BY SIZE
                       WS-OPJ-CHECKER DELIMITED BY SPACE
                       INTO WS-WORK-DETAIL
           END-IF
           PERFORM 3000-ADD-TRACE-ENTRY.

      *****************************************************************
      * 3000-ADD-TRACE-ENTRY - APPLIES THE DATE-RANGE FILTER AND
      * SPLICES THE APPEARANCE INTO THE TRACE TABLE AT ITS TIMESTAMP-
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-TRACE-LINE FROM WS-REPORT-LINE

           IF WS-TRACE-OPERATOR NOT = SPACES
               OR WS-TRACE-BATCH-X NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "JOURNAL ALSO SEARCHED FOR OPERATOR "
                       WS-TRACE-OPERATOR
                       " BATCH " WS-TRACE-BATCH-X
                       " SUSPENDED " WS-TRACE-SUSP-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-TRACE-LINE FROM WS-REPORT-LINE
           END-IF

           MOVE 1 TO WS-SKP-SUB
           PERFORM UNTIL WS-SKP-SUB > WS-SKP-CNT
               MOVE SPACES TO WS-REPORT-LINE
           STRING "HITS - DEADLTR: " WS-DEADLTR-HIT-COUNT
                   "  REJCARRY: " WS-CARRY-HIT-COUNT
                   "  AUDITLOG: " WS-AUDIT-HIT-COUNT
                   "  CNTREG: " WS-CNTREG-HIT-COUNT
                   "  OPJRNL: " WS-OPJRNL-HIT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-TRACE-LINE FROM WS-REPORT-LINE
           IF WS-BAD-CARD-COUNT > 0
           END-IF.

       8110-RECORD-SOURCE-SKIPPED.
           IF WS-SKP-CNT < 8
               ADD 1 TO WS-SKP-CNT
               MOVE WS-WORK-SOURCE TO WS-SKP-SOURCE (WS-SKP-CNT)
           END-IF.
