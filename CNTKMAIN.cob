       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTKMAIN.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTKMAIN - PARTNER KEY MASTER MAINTENANCE.
      * THE ONLY PROGRAM THAT CHANGES THE PARTNER KEY MASTER (KEYMASTR,
      * CPYKMAST) THAT CNTPROC'S 1430-CHECK-KEY-MASTER VALIDATES EVERY
      * DETAIL AGAINST. A HAND-EDITED MASTER LETS ONE TYPO - A STATUS
      * OUTSIDE A/S/C, AN EFFECTIVE-TO AHEAD OF THE EFFECTIVE-FROM -
      * TURN A WHOLE PARTNER'S DETAILS INTO UNKNOWN-KEY REJECTS, SO
      * PARTNER ADMINISTRATION NOW SUBMITS TRANSACTION CARDS (CPYKMTRN
      * LAYOUT ON KMTRAN) AND EVERY FIELD IS EDITED BEFORE IT IS
      * APPLIED:
      *   ADD       - NEW KEY; MUST NOT ALREADY BE ON THE MASTER.
      *   CHANGE    - NAME, STATUS AND/OR EFFECTIVE WINDOW OF A KEY.
      *   SUSPEND   - ACTIVE KEY TO SUSPENDED.
      *   CLOSE     - KEY TO CLOSED; REFUSED WHILE THE KEY STILL HAS
      *               ENTRIES ON THE COUNTED REGISTER (CPYCREG - A
      *               DETAIL A REVERSAL MAY STILL BACK OUT) OR THE
      *               OPEN MTD PERIOD (CPYMTD - VOLUME NOT YET BILLED
      *               AT PERIOD CLOSE). A CHANGE TO STATUS C IS HELD
      *               TO THE SAME RULE.
      *   REINSTATE - SUSPENDED OR CLOSED KEY BACK TO ACTIVE.
      * STATUS MUST BE A, S OR C; DATES MUST BE REAL CALENDAR DATES;
      * AN EFFECTIVE-TO (OTHER THAN ALL ZEROS, OPEN-ENDED) MAY NOT
      * FALL BEFORE THE EFFECTIVE-FROM.
      *
      * A CARD WHOSE APPLY DATE IS AFTER TODAY'S BUSINESS DATE IS
      * EDITED NOW AND QUEUED ON THE PENDING FILE (SAME CPYKMTRN
      * LAYOUT); EACH RUN FIRST APPLIES EVERY PENDING CHANGE THAT HAS
      * COME DUE, SO AN ONBOARDING SCHEDULED FOR THE 1ST TAKES EFFECT
      * ON THE 1ST WITHOUT ANYONE TOUCHING THE MASTER THAT DAY. A DUE
      * CHANGE IS RE-EDITED AGAINST THE MASTER AS IT THEN STANDS AND
      * IS DROPPED FROM THE PENDING FILE WHETHER IT APPLIES OR NOT -
      * A REFUSED ONE IS ON THE REPORT AND MUST BE RE-SUBMITTED.
      *
      * EVERY APPLIED CHANGE IS APPENDED TO THE CHANGE HISTORY
      * (CPYKMHST) WITH THE MASTER RECORD BEFORE AND AFTER, AND EVERY
      * TRANSACTION - APPLIED, QUEUED OR REFUSED - GETS A LINE ON THE
      * MAINTENANCE REPORT FOR SIGN-OFF. THE REWRITTEN MASTER AND
      * PENDING FILE GO TO .NEW DATASETS THE JOB PROMOTES.
      *
      * "TODAY" IS THE BUSINESS DATE ON THE CONTROL RECORD (BDATECTL,
      * CPYBDATE); NO CONTROL RECORD FALLS BACK TO THE SYSTEM DATE.
      *
      * RETURN CODES: 0 = CLEAN, 4 = ONE OR MORE TRANSACTIONS REFUSED
      * (THE REST ARE APPLIED), 12 = FILE OPEN FAILURE, 16 = MASTER OR
      * PENDING FILE LARGER THAN ITS TABLE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-MASTER-IN-FILE ASSIGN TO KMASTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMASTIN-STATUS.

           SELECT KEY-MASTER-OUT-FILE ASSIGN TO KMASTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMASTOUT-STATUS.

           SELECT PENDING-IN-FILE ASSIGN TO KMPENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMPENDIN-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO KMPENDOT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMPENDOT-STATUS.

           SELECT TRANSACTION-FILE ASSIGN TO KMTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMTRAN-STATUS.

           SELECT CHANGE-HISTORY-FILE ASSIGN TO KMHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMHIST-STATUS.

           SELECT MAINT-RPT-FILE ASSIGN TO KMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KMRPT-STATUS.

           SELECT COUNTED-REG-FILE ASSIGN TO CREGIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CRG-REG-KEY
               FILE STATUS IS WS-CREGIN-STATUS.

           SELECT MTD-FILE ASSIGN TO MTDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDIN-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-MASTER-IN-FILE
           RECORDING MODE IS F.
       01  FD-KEY-MASTER-IN-RECORD   PIC X(80).

       FD  KEY-MASTER-OUT-FILE
           RECORDING MODE IS F.
       01  FD-KEY-MASTER-OUT-RECORD  PIC X(80).

       FD  PENDING-IN-FILE
           RECORDING MODE IS F.
       01  FD-PENDING-IN-RECORD      PIC X(100).

       FD  PENDING-OUT-FILE
           RECORDING MODE IS F.
       01  FD-PENDING-OUT-RECORD     PIC X(100).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  FD-TRANSACTION-CARD       PIC X(80).

       FD  CHANGE-HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-CHANGE-HISTORY-RECORD  PIC X(220).

       FD  MAINT-RPT-FILE
           RECORDING MODE IS F.
       01  FD-MAINT-RPT-LINE         PIC X(132).

       FD  COUNTED-REG-FILE.
       01  FD-COUNTED-REG-RECORD.
           05  FD-CRG-REG-KEY        PIC X(29).
           05  FILLER                PIC X(51).

       FD  MTD-FILE
           RECORDING MODE IS F.
       01  FD-MTD-RECORD             PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYKMAST.

           COPY CPYKMTRN.

           COPY CPYKMHST.

           COPY CPYCREG.

           COPY CPYMTD.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-KMASTIN-STATUS     PIC XX VALUE SPACES.
           05  WS-KMASTOUT-STATUS    PIC XX VALUE SPACES.
           05  WS-KMPENDIN-STATUS    PIC XX VALUE SPACES.
           05  WS-KMPENDOT-STATUS    PIC XX VALUE SPACES.
           05  WS-KMTRAN-STATUS      PIC XX VALUE SPACES.
           05  WS-KMHIST-STATUS      PIC XX VALUE SPACES.
           05  WS-KMRPT-STATUS       PIC XX VALUE SPACES.
           05  WS-CREGIN-STATUS      PIC XX VALUE SPACES.
           05  WS-MTDIN-STATUS       PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-KMASTIN-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-KMASTIN-EOF        VALUE 'Y'.
       01  WS-KMPENDIN-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-KMPENDIN-EOF       VALUE 'Y'.
       01  WS-KMASTIN-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-KMASTIN-OPEN       VALUE 'Y'.
       01  WS-KMPENDIN-OPEN-FLAG     PIC X VALUE 'N'.
           88  WS-KMPENDIN-OPEN      VALUE 'Y'.
       01  WS-KMTRAN-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-KMTRAN-EOF         VALUE 'Y'.
       01  WS-KMTRAN-OPEN-FLAG       PIC X VALUE 'N'.
           88  WS-KMTRAN-OPEN        VALUE 'Y'.
       01  WS-CREGIN-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-CREGIN-EOF         VALUE 'Y'.
       01  WS-MTDIN-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-MTDIN-EOF          VALUE 'Y'.

      *****************************************************************
      * WS-MASTER-TABLE - THE WHOLE KEY MASTER IN CORE, IN KEY ORDER
      * (SAME BINARY INSERT AS CNTPROC'S 1045), SO EACH TRANSACTION
      * IS A SEARCH ALL AND THE REWRITE COMES OUT SORTED. THE TABLE
      * IS THE SAME SIZE AS CNTPROC'S - A MASTER THIS PROGRAM COULD
      * NOT HOLD, CNTPROC COULD NOT VALIDATE AGAINST EITHER.
      *****************************************************************
       01  WS-MASTER-TABLE-AREA.
           05  WS-MST-TBL-MAX        PIC 9(5) COMP VALUE 5000.
           05  WS-MST-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-MST-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-MST-LO-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-MST-HI-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-MST-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-MST-FOUND      VALUE 'Y'.
           05  WS-MASTER-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-MST-TBL-CNT
                   ASCENDING KEY IS WS-MST-KEY
                   INDEXED BY WS-MST-IDX.
               10  WS-MST-KEY        PIC X(10).
               10  WS-MST-IMAGE      PIC X(80).

      *****************************************************************
      * WS-PENDING-TABLE - THE PENDING FILE PLUS ANY CARDS QUEUED
      * TONIGHT. WS-PND-DISP 'D' MARKS A CHANGE THAT CAME DUE THIS
      * RUN (APPLIED OR REFUSED - EITHER WAY IT LEAVES THE FILE); 'W'
      * IS STILL WAITING AND IS WRITTEN BACK.
      *****************************************************************
       01  WS-PENDING-TABLE-AREA.
           05  WS-PND-TBL-MAX        PIC 9(4) COMP VALUE 1000.
           05  WS-PND-TBL-CNT        PIC 9(4) COMP VALUE 0.
           05  WS-PND-SUB            PIC 9(4) COMP VALUE 0.
           05  WS-PND-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-PND-FOUND      VALUE 'Y'.
           05  WS-PENDING-ENTRY OCCURS 1000 TIMES.
               10  WS-PND-RECORD     PIC X(100).
               10  WS-PND-ACTION     PIC X(9).
               10  WS-PND-KEY        PIC X(10).
               10  WS-PND-APPLY-DATE PIC X(8).
               10  WS-PND-DISP       PIC X(1).
                   88  WS-PND-DUE        VALUE 'D'.
                   88  WS-PND-WAITING    VALUE 'W'.

      *****************************************************************
      * WS-CARD-TABLE - TONIGHT'S TRANSACTION CARDS, HELD SO THE KEYS
      * OF EVERY CLOSE CAN BE CHECKED AGAINST THE REGISTER AND MTD
      * DATASET IN ONE PASS OF EACH BEFORE ANY CARD IS APPLIED. CARDS
      * BEYOND THE LIMIT ARE REPORTED AND REFUSED, NOT DROPPED.
      *****************************************************************
       01  WS-CARD-TABLE-AREA.
           05  WS-CRD-TBL-MAX        PIC 9(3) COMP VALUE 500.
           05  WS-CRD-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-CRD-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-CARD-ENTRY OCCURS 500 TIMES.
               10  WS-CRD-IMAGE      PIC X(80).

      *****************************************************************
      * WS-CHECK-TABLE - KEYS SOME DUE CLOSE (OR CHANGE TO STATUS C)
      * NAMES, IN KEY ORDER, WITH THE NUMBER OF OPEN COUNTED-REGISTER
      * AND MTD ENTRIES FOUND FOR EACH. SIZED FOR EVERY PENDING ENTRY
      * AND EVERY CARD NAMING A DIFFERENT KEY.
      *****************************************************************
       01  WS-CHECK-TABLE-AREA.
           05  WS-CHK-TBL-CNT        PIC 9(4) COMP VALUE 0.
           05  WS-CHK-SUB            PIC 9(4) COMP VALUE 0.
           05  WS-CHK-LO-SUB         PIC 9(4) COMP VALUE 0.
           05  WS-CHK-HI-SUB         PIC 9(4) COMP VALUE 0.
           05  WS-CHECK-ENTRY OCCURS 0 TO 1500 TIMES
                   DEPENDING ON WS-CHK-TBL-CNT
                   ASCENDING KEY IS WS-CHK-KEY
                   INDEXED BY WS-CHK-IDX.
               10  WS-CHK-KEY        PIC X(10).
               10  WS-CHK-CREG-CNT   PIC 9(7) COMP.
               10  WS-CHK-MTD-CNT    PIC 9(7) COMP.

       01  WS-CHECK-KEY              PIC X(10).

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).

       01  WS-TRAN-SOURCE            PIC X(1) VALUE 'C'.
           88  WS-TRAN-FROM-CARD     VALUE 'C'.
           88  WS-TRAN-FROM-PENDING  VALUE 'P'.
       01  WS-REFUSAL-REASON         PIC X(60) VALUE SPACES.
       01  WS-BEFORE-IMAGE           PIC X(80).
       01  WS-OLD-STATUS             PIC X(1).

      *****************************************************************
      * DATE EDIT WORK AREA - 5900 CHECKS WS-DATE-CHECK-X IS A REAL
      * CALENDAR DATE BY ROUND-TRIPPING IT THROUGH THE DAY NUMBER,
      * SAME TEST AS CNTBDATE'S DATE= CARD.
      *****************************************************************
       01  WS-DATE-CHECK-X           PIC X(8).
       01  WS-DATE-CHECK-9 REDEFINES WS-DATE-CHECK-X
                                     PIC 9(8).
       01  WS-DATE-ROUND-TRIP        PIC 9(8).
       01  WS-DATE-INTEGER           PIC 9(9) VALUE 0.
       01  WS-DATE-VALID-FLAG        PIC X VALUE 'N'.
           88  WS-DATE-VALID         VALUE 'Y'.

       01  WS-MASTER-IN-CNT          PIC 9(7) VALUE 0.
       01  WS-MASTER-OUT-CNT         PIC 9(7) VALUE 0.
       01  WS-MASTER-DUP-CNT         PIC 9(5) VALUE 0.
       01  WS-APPLIED-CNT            PIC 9(5) VALUE 0.
       01  WS-QUEUED-CNT             PIC 9(5) VALUE 0.
       01  WS-REFUSED-CNT            PIC 9(5) VALUE 0.
       01  WS-PENDING-DUE-CNT        PIC 9(5) VALUE 0.
       01  WS-PENDING-OUT-CNT        PIC 9(5) VALUE 0.
       01  WS-CARD-OVERFLOW-CNT      PIC 9(5) VALUE 0.
       01  WS-COUNT-EDIT             PIC Z(6)9.
       01  WS-COUNT-EDIT-2           PIC Z(6)9.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-SOURCE         PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DTL-ACTION         PIC X(9).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DTL-KEY            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DTL-APPLY-DATE     PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DTL-RESULT         PIC X(9).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DTL-REASON         PIC X(60).
           05  FILLER                PIC X(22) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                PIC X(17) VALUE SPACES.
           05  WS-IMG-LABEL          PIC X(8).
           05  WS-IMG-KEY            PIC X(10).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-IMG-NAME           PIC X(30).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-IMG-STATUS         PIC X(1).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-IMG-EFF-FROM       PIC 9(8).
           05  FILLER                PIC X(1) VALUE '-'.
           05  WS-IMG-EFF-TO         PIC 9(8).
           05  FILLER                PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-DUE-PENDING
           PERFORM 3000-PROCESS-CARDS
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT KEY-MASTER-IN-FILE
           OPEN INPUT PENDING-IN-FILE
           OPEN OUTPUT KEY-MASTER-OUT-FILE
           OPEN OUTPUT PENDING-OUT-FILE
           OPEN OUTPUT CHANGE-HISTORY-FILE
           OPEN OUTPUT MAINT-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 4000-PRINT-REPORT-HEADING
           PERFORM 1100-LOAD-KEY-MASTER
           PERFORM 1200-LOAD-PENDING-CHANGES
           PERFORM 1300-LOAD-TRANSACTION-CARDS
           PERFORM 1400-BUILD-CLOSE-CHECK-KEYS
           IF WS-CHK-TBL-CNT > 0
               PERFORM 1500-SCAN-COUNTED-REGISTER
               PERFORM 1600-SCAN-MTD-DATASET
           END-IF.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - SAME FALLBACK AS CNTPCONF: THE
      * SYSTEM DATE STANDS UNLESS THE CONTROL RECORD CARRIES A DATE.
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
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. AN ABSENT
      * MASTER (STATUS 35) IS A NEW SETUP WHOSE FIRST CARDS ARE ADDS;
      * AN ABSENT PENDING FILE HOLDS NOTHING. EVERYTHING ELSE MUST
      * OPEN.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-KMASTIN-STATUS = "35"
               MOVE 'Y' TO WS-KMASTIN-EOF-FLAG
               MOVE "00" TO WS-KMASTIN-STATUS
           ELSE
               MOVE 'Y' TO WS-KMASTIN-OPEN-FLAG
           END-IF
           IF WS-KMPENDIN-STATUS = "35"
               MOVE 'Y' TO WS-KMPENDIN-EOF-FLAG
               MOVE "00" TO WS-KMPENDIN-STATUS
           ELSE
               MOVE 'Y' TO WS-KMPENDIN-OPEN-FLAG
           END-IF
           IF WS-KMASTIN-STATUS NOT = "00"
               OR WS-KMPENDIN-STATUS NOT = "00"
               OR WS-KMASTOUT-STATUS NOT = "00"
               OR WS-KMPENDOT-STATUS NOT = "00"
               OR WS-KMHIST-STATUS NOT = "00"
               OR WS-KMRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 1100-LOAD-KEY-MASTER - LOADS THE MASTER INTO THE ORDERED TABLE.
      * A SECOND RECORD FOR A KEY ALREADY LOADED (A DUPLICATE LEFT BY
      * THE OLD HAND EDITING) IS REPORTED AND LEFT OUT OF THE REWRITE
      * - THE FIRST RECORD IS THE ONE CNTPROC'S LOOKUP COULD HAVE
      * FOUND, AND A MASTER WITH TWO RECORDS FOR ONE KEY HAS NO
      * DEFINED MEANING.
      *****************************************************************
       1100-LOAD-KEY-MASTER.
           PERFORM UNTIL WS-KMASTIN-EOF
               READ KEY-MASTER-IN-FILE INTO WS-KEY-MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-KMASTIN-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MASTER-IN-CNT
                       PERFORM 1150-STORE-MASTER-RECORD
               END-READ
           END-PERFORM
           IF WS-KMASTIN-OPEN
               CLOSE KEY-MASTER-IN-FILE
           END-IF.

       1150-STORE-MASTER-RECORD.
           PERFORM 5800-FIND-MASTER-KEY
           IF WS-MST-FOUND
               ADD 1 TO WS-MASTER-DUP-CNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DUPLICATE KEY " WS-KM-KEY
                       " ON INPUT MASTER - SECOND RECORD DROPPED"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               IF WS-MST-TBL-CNT < WS-MST-TBL-MAX
                   PERFORM 5850-INSERT-MASTER-ENTRY
               ELSE
                   DISPLAY "CNTKMAIN ABEND - KEY MASTER EXCEEDS "
                       "TABLE OF " WS-MST-TBL-MAX " KEYS"
                   PERFORM 9810-ABEND-TABLE-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * 1200-LOAD-PENDING-CHANGES - EVERY QUEUED CHANGE, MARKED DUE
      * WHEN ITS APPLY DATE HAS ARRIVED (OR PASSED - A RUN MISSED ON
      * THE DAY APPLIES IT ON THE NEXT RUN).
      *****************************************************************
       1200-LOAD-PENDING-CHANGES.
           PERFORM UNTIL WS-KMPENDIN-EOF
               READ PENDING-IN-FILE INTO WS-KM-TRAN-RECORD
                   AT END
                       MOVE 'Y' TO WS-KMPENDIN-EOF-FLAG
                   NOT AT END
                       PERFORM 1250-STORE-PENDING-ENTRY
               END-READ
           END-PERFORM
           IF WS-KMPENDIN-OPEN
               CLOSE PENDING-IN-FILE
           END-IF.

       1250-STORE-PENDING-ENTRY.
           IF WS-PND-TBL-CNT NOT < WS-PND-TBL-MAX
               DISPLAY "CNTKMAIN ABEND - PENDING FILE EXCEEDS "
                   "TABLE OF " WS-PND-TBL-MAX " CHANGES"
               PERFORM 9810-ABEND-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-PND-TBL-CNT
           MOVE WS-KM-TRAN-RECORD TO WS-PND-RECORD (WS-PND-TBL-CNT)
           MOVE WS-KMT-ACTION TO WS-PND-ACTION (WS-PND-TBL-CNT)
           MOVE WS-KMT-KEY TO WS-PND-KEY (WS-PND-TBL-CNT)
           MOVE WS-KMT-APPLY-DATE
               TO WS-PND-APPLY-DATE (WS-PND-TBL-CNT)
           IF WS-KMT-APPLY-DATE > WS-RUN-DATE
               MOVE 'W' TO WS-PND-DISP (WS-PND-TBL-CNT)
           ELSE
               MOVE 'D' TO WS-PND-DISP (WS-PND-TBL-CNT)
               ADD 1 TO WS-PENDING-DUE-CNT
           END-IF.

       1300-LOAD-TRANSACTION-CARDS.
           OPEN INPUT TRANSACTION-FILE
           IF WS-KMTRAN-STATUS = "00"
               MOVE 'Y' TO WS-KMTRAN-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-KMTRAN-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-KMTRAN-EOF
               MOVE SPACES TO WS-KM-TRAN-RECORD
               READ TRANSACTION-FILE INTO WS-KMT-CARD
                   AT END
                       MOVE 'Y' TO WS-KMTRAN-EOF-FLAG
                   NOT AT END
                       PERFORM 1350-STORE-CARD
               END-READ
           END-PERFORM
           IF WS-KMTRAN-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.

      *****************************************************************
      * 1350-STORE-CARD - A BLANK APPLY DATE MEANS TODAY AND IS FILLED
      * IN HERE, SO EVERYTHING DOWNSTREAM (THE CLOSE CHECK, THE QUEUE
      * DECISION, THE HISTORY) SEES ONE DATE. A CARD THAT WILL NOT FIT
      * THE TABLE IS REFUSED ON THE REPORT.
      *****************************************************************
       1350-STORE-CARD.
           IF WS-KMT-CARD = SPACES
               CONTINUE
           ELSE
               IF WS-KMT-APPLY-DATE = SPACES
                   MOVE WS-RUN-DATE TO WS-KMT-APPLY-DATE
               END-IF
               IF WS-CRD-TBL-CNT < WS-CRD-TBL-MAX
                   ADD 1 TO WS-CRD-TBL-CNT
                   MOVE WS-KMT-CARD TO WS-CRD-IMAGE (WS-CRD-TBL-CNT)
               ELSE
                   ADD 1 TO WS-CARD-OVERFLOW-CNT
                   MOVE 'C' TO WS-TRAN-SOURCE
                   MOVE "CARD TABLE FULL - RESUBMIT IN A LATER RUN"
                       TO WS-REFUSAL-REASON
                   PERFORM 6100-REPORT-REFUSED
               END-IF
           END-IF.

      *****************************************************************
      * 1400-BUILD-CLOSE-CHECK-KEYS - COLLECTS THE KEY OF EVERY
      * TRANSACTION THAT WILL TRY TO CLOSE A KEY THIS RUN: DUE
      * PENDING CLOSES AND CHANGES TO STATUS C, AND TONIGHT'S CARDS OF
      * THE SAME KIND THAT ARE NOT FUTURE-DATED.
      *****************************************************************
       1400-BUILD-CLOSE-CHECK-KEYS.
           MOVE 1 TO WS-PND-SUB
           PERFORM UNTIL WS-PND-SUB > WS-PND-TBL-CNT
               IF WS-PND-DUE (WS-PND-SUB)
                   MOVE WS-PND-RECORD (WS-PND-SUB)
                       TO WS-KM-TRAN-RECORD
                   PERFORM 1450-NOTE-CLOSE-KEY
               END-IF
               ADD 1 TO WS-PND-SUB
           END-PERFORM
           MOVE 1 TO WS-CRD-SUB
           PERFORM UNTIL WS-CRD-SUB > WS-CRD-TBL-CNT
               MOVE SPACES TO WS-KM-TRAN-RECORD
               MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO WS-KMT-CARD
               IF WS-KMT-APPLY-DATE NOT > WS-RUN-DATE
                   PERFORM 1450-NOTE-CLOSE-KEY
               END-IF
               ADD 1 TO WS-CRD-SUB
           END-PERFORM.

       1450-NOTE-CLOSE-KEY.
           IF WS-KMT-CLOSE
               OR (WS-KMT-CHANGE AND WS-KMT-STATUS = 'C')
               MOVE WS-KMT-KEY TO WS-CHECK-KEY
               PERFORM 1460-FIND-CHECK-KEY
               IF WS-CHECK-KEY NOT = SPACES
                   PERFORM 1470-INSERT-CHECK-KEY
               END-IF
           END-IF.

      *****************************************************************
      * 1460-FIND-CHECK-KEY - BLANKS WS-CHECK-KEY WHEN THE KEY IS
      * ALREADY IN THE CHECK TABLE, SO IT IS ONLY INSERTED ONCE.
      *****************************************************************
       1460-FIND-CHECK-KEY.
           IF WS-CHK-TBL-CNT > 0
               SEARCH ALL WS-CHECK-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CHK-KEY (WS-CHK-IDX) = WS-CHECK-KEY
                       MOVE SPACES TO WS-CHECK-KEY
               END-SEARCH
           END-IF.

      *****************************************************************
      * 1470-INSERT-CHECK-KEY - SAME ORDERED BINARY INSERT AS 5850.
      *****************************************************************
       1470-INSERT-CHECK-KEY.
           MOVE 1 TO WS-CHK-LO-SUB
           MOVE WS-CHK-TBL-CNT TO WS-CHK-HI-SUB
           PERFORM UNTIL WS-CHK-LO-SUB > WS-CHK-HI-SUB
               COMPUTE WS-CHK-SUB =
                   (WS-CHK-LO-SUB + WS-CHK-HI-SUB) / 2
               IF WS-CHK-KEY (WS-CHK-SUB) < WS-CHECK-KEY
                   COMPUTE WS-CHK-LO-SUB = WS-CHK-SUB + 1
               ELSE
                   COMPUTE WS-CHK-HI-SUB = WS-CHK-SUB - 1
               END-IF
           END-PERFORM
           ADD 1 TO WS-CHK-TBL-CNT
           MOVE WS-CHK-TBL-CNT TO WS-CHK-SUB
           PERFORM UNTIL WS-CHK-SUB <= WS-CHK-LO-SUB
               COMPUTE WS-CHK-HI-SUB = WS-CHK-SUB - 1
               MOVE WS-CHECK-ENTRY (WS-CHK-HI-SUB)
                   TO WS-CHECK-ENTRY (WS-CHK-SUB)
               SUBTRACT 1 FROM WS-CHK-SUB
           END-PERFORM
           MOVE WS-CHECK-KEY TO WS-CHK-KEY (WS-CHK-LO-SUB)
           MOVE 0 TO WS-CHK-CREG-CNT (WS-CHK-LO-SUB)
           MOVE 0 TO WS-CHK-MTD-CNT (WS-CHK-LO-SUB).

      *****************************************************************
      * 1500-SCAN-COUNTED-REGISTER - COUNTS THE OPEN (NOT YET
      * REVERSED) REGISTER ENTRIES OF EVERY KEY A CLOSE NAMES; AN
      * ENTRY A REVERSAL HAS CONSUMED STAYS ON THE KSDS UNTIL CNTHKEEP
      * AGES IT OUT BUT NO LONGER HOLDS THE KEY OPEN. AN
      * ABSENT REGISTER HOLDS NOTHING; ANY OTHER OPEN FAILURE ABENDS -
      * A CLOSE MUST NOT BE WAVED THROUGH ON A REGISTER NOBODY READ.
      *****************************************************************
       1500-SCAN-COUNTED-REGISTER.
           OPEN INPUT COUNTED-REG-FILE
           IF WS-CREGIN-STATUS = "35"
               MOVE 'Y' TO WS-CREGIN-EOF-FLAG
           ELSE
               IF WS-CREGIN-STATUS NOT = "00"
                   PERFORM 9800-ABEND-FILE-OPEN-ERROR
               END-IF
           END-IF
           PERFORM UNTIL WS-CREGIN-EOF
               READ COUNTED-REG-FILE INTO WS-COUNTED-REG-RECORD
                   AT END
                       MOVE 'Y' TO WS-CREGIN-EOF-FLAG
                   NOT AT END
                       IF WS-CRG-ACTIVE
                           SEARCH ALL WS-CHECK-ENTRY
                               AT END
                                   CONTINUE
                               WHEN WS-CHK-KEY (WS-CHK-IDX) = WS-CRG-KEY
                                   ADD 1 TO WS-CHK-CREG-CNT (WS-CHK-IDX)
                           END-SEARCH
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CREGIN-STATUS = "00" OR WS-CREGIN-STATUS = "10"
               CLOSE COUNTED-REG-FILE
           END-IF.

      *****************************************************************
      * 1600-SCAN-MTD-DATASET - SAME COUNT AGAINST THE OPEN PERIOD'S
      * MTD RECORDS. THE MTD DATASET ONLY EVER HOLDS THE OPEN PERIOD,
      * SO ANY RECORD FOR THE KEY IS VOLUME NOT YET CLOSED OUT.
      *****************************************************************
       1600-SCAN-MTD-DATASET.
           OPEN INPUT MTD-FILE
           IF WS-MTDIN-STATUS = "35"
               MOVE 'Y' TO WS-MTDIN-EOF-FLAG
           ELSE
               IF WS-MTDIN-STATUS NOT = "00"
                   PERFORM 9800-ABEND-FILE-OPEN-ERROR
               END-IF
           END-IF
           PERFORM UNTIL WS-MTDIN-EOF
               READ MTD-FILE INTO WS-MTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-MTDIN-EOF-FLAG
                   NOT AT END
                       SEARCH ALL WS-CHECK-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-CHK-KEY (WS-CHK-IDX) = WS-MTD-KEY
                               ADD 1 TO WS-CHK-MTD-CNT (WS-CHK-IDX)
                       END-SEARCH
               END-READ
           END-PERFORM
           IF WS-MTDIN-STATUS = "00" OR WS-MTDIN-STATUS = "10"
               CLOSE MTD-FILE
           END-IF.

      *****************************************************************
      * 2000-APPLY-DUE-PENDING - QUEUED CHANGES WHOSE DATE HAS COME,
      * IN THE ORDER THEY WERE QUEUED, AHEAD OF TONIGHT'S CARDS.
      *****************************************************************
       2000-APPLY-DUE-PENDING.
           MOVE 'P' TO WS-TRAN-SOURCE
           MOVE 1 TO WS-PND-SUB
           PERFORM UNTIL WS-PND-SUB > WS-PND-TBL-CNT
               IF WS-PND-DUE (WS-PND-SUB)
                   MOVE WS-PND-RECORD (WS-PND-SUB)
                       TO WS-KM-TRAN-RECORD
                   PERFORM 5000-APPLY-TRANSACTION
               END-IF
               ADD 1 TO WS-PND-SUB
           END-PERFORM.

      *****************************************************************
      * 3000-PROCESS-CARDS - EACH CARD IN TURN: DUE TODAY (OR BACK-
      * DATED) CARDS APPLY NOW, FUTURE-DATED ONES ARE EDITED AND
      * QUEUED.
      *****************************************************************
       3000-PROCESS-CARDS.
           MOVE 'C' TO WS-TRAN-SOURCE
           MOVE 1 TO WS-CRD-SUB
           PERFORM UNTIL WS-CRD-SUB > WS-CRD-TBL-CNT
               MOVE SPACES TO WS-KM-TRAN-RECORD
               MOVE WS-CRD-IMAGE (WS-CRD-SUB) TO WS-KMT-CARD
               IF WS-KMT-APPLY-DATE > WS-RUN-DATE
                   PERFORM 3100-QUEUE-FUTURE-CARD
               ELSE
                   PERFORM 5000-APPLY-TRANSACTION
               END-IF
               ADD 1 TO WS-CRD-SUB
           END-PERFORM.

      *****************************************************************
      * 3100-QUEUE-FUTURE-CARD - A FUTURE-DATED CARD GETS EVERY EDIT
      * THAT DOES NOT DEPEND ON HOW THE MASTER WILL LOOK ON ITS DATE,
      * PLUS THE KEY CHECKS THAT CAN ALREADY BE ANSWERED: AN ADD MAY
      * NOT DUPLICATE A KEY ON THE MASTER OR ANOTHER QUEUED ADD, AND
      * ANY OTHER ACTION MUST NAME A KEY THAT IS ON THE MASTER OR HAS
      * AN ADD QUEUED. THE FULL EDIT IS REPEATED WHEN IT COMES DUE.
      *****************************************************************
       3100-QUEUE-FUTURE-CARD.
           PERFORM 5100-EDIT-CARD-FIELDS
           IF WS-REFUSAL-REASON = SPACES
               MOVE WS-KMT-KEY TO WS-KM-KEY
               PERFORM 5800-FIND-MASTER-KEY
               PERFORM 3150-FIND-PENDING-ADD
               EVALUATE TRUE
                   WHEN WS-KMT-ADD AND WS-MST-FOUND
                       MOVE "DUPLICATE KEY - ALREADY ON MASTER"
                           TO WS-REFUSAL-REASON
                   WHEN WS-KMT-ADD AND WS-PND-SUB > 0
                       MOVE "DUPLICATE KEY - ADD ALREADY PENDING"
                           TO WS-REFUSAL-REASON
                   WHEN NOT WS-KMT-ADD AND NOT WS-MST-FOUND
                       AND WS-PND-SUB = 0
                       MOVE "KEY NOT ON MASTER AND NO ADD PENDING"
                           TO WS-REFUSAL-REASON
                   WHEN WS-PND-TBL-CNT NOT < WS-PND-TBL-MAX
                       MOVE "PENDING FILE FULL - RESUBMIT LATER"
                           TO WS-REFUSAL-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               MOVE WS-RUN-DATE TO WS-KMT-QUEUED-DATE
               ADD 1 TO WS-PND-TBL-CNT
               MOVE WS-KM-TRAN-RECORD
                   TO WS-PND-RECORD (WS-PND-TBL-CNT)
               MOVE WS-KMT-ACTION TO WS-PND-ACTION (WS-PND-TBL-CNT)
               MOVE WS-KMT-KEY TO WS-PND-KEY (WS-PND-TBL-CNT)
               MOVE WS-KMT-APPLY-DATE
                   TO WS-PND-APPLY-DATE (WS-PND-TBL-CNT)
               MOVE 'W' TO WS-PND-DISP (WS-PND-TBL-CNT)
               ADD 1 TO WS-QUEUED-CNT
               MOVE "QUEUED" TO WS-DTL-RESULT
               MOVE SPACES TO WS-DTL-REASON
               STRING "PENDING - APPLIES ON " WS-KMT-APPLY-DATE
                       DELIMITED BY SIZE INTO WS-DTL-REASON
               PERFORM 6000-WRITE-DETAIL-LINE
           ELSE
               PERFORM 6100-REPORT-REFUSED
           END-IF.

      *****************************************************************
      * 3150-FIND-PENDING-ADD - WS-PND-SUB ON EXIT IS THE SLOT OF A
      * STILL-WAITING ADD FOR THE CARD'S KEY, OR ZERO.
      *****************************************************************
       3150-FIND-PENDING-ADD.
           MOVE 'N' TO WS-PND-FOUND-FLAG
           MOVE 1 TO WS-PND-SUB
           PERFORM UNTIL WS-PND-FOUND
                   OR WS-PND-SUB > WS-PND-TBL-CNT
               IF WS-PND-WAITING (WS-PND-SUB)
                   AND WS-PND-KEY (WS-PND-SUB) = WS-KMT-KEY
                   AND WS-PND-ACTION (WS-PND-SUB) = "ADD"
                   MOVE 'Y' TO WS-PND-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-PND-SUB
               END-IF
           END-PERFORM
           IF NOT WS-PND-FOUND
               MOVE 0 TO WS-PND-SUB
           END-IF.

      *****************************************************************
      * 4000-PRINT-REPORT-HEADING.
      *****************************************************************
       4000-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTKMAIN KEY MASTER MAINTENANCE REPORT - "
                   "BUSINESS DATE: " WS-RUN-DATE
                   "  RUN: " WS-CURRENT-DATE-TIME (1:14)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SRC   ACTION     KEY         APPLY     RESULT     "
                   "REASON / DETAIL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 5000-APPLY-TRANSACTION - ONE DUE TRANSACTION (CARD OR PENDING)
      * IN WS-KM-TRAN-RECORD: FIELD EDITS, THEN THE ACTION'S EDITS
      * AGAINST THE MASTER AS IT STANDS, THEN THE WINDOW CHECK ON THE
      * RESULTING RECORD. ONLY IF NOTHING WAS REFUSED IS THE MASTER
      * TABLE UPDATED, THE HISTORY RECORD WRITTEN AND THE CHANGE
      * REPORTED AS APPLIED.
      *****************************************************************
       5000-APPLY-TRANSACTION.
           PERFORM 5100-EDIT-CARD-FIELDS
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 5200-EDIT-AGAINST-MASTER
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 5250-CHECK-EFFECTIVE-WINDOW
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               AND WS-KMT-ADD
               AND WS-MST-TBL-CNT NOT < WS-MST-TBL-MAX
               MOVE "KEY MASTER TABLE FULL - ADD NOT APPLIED"
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 5050-RECORD-APPLIED-CHANGE
           ELSE
               PERFORM 6100-REPORT-REFUSED
           END-IF.

       5050-RECORD-APPLIED-CHANGE.
           IF WS-KMT-ADD
               PERFORM 5850-INSERT-MASTER-ENTRY
           ELSE
               MOVE WS-KEY-MASTER-RECORD TO WS-MST-IMAGE (WS-MST-IDX)
           END-IF
           PERFORM 5950-WRITE-CHANGE-HISTORY
           ADD 1 TO WS-APPLIED-CNT
           MOVE "APPLIED" TO WS-DTL-RESULT
           MOVE SPACES TO WS-DTL-REASON
           IF WS-TRAN-FROM-PENDING
               STRING "QUEUED ON " WS-KMT-QUEUED-DATE
                       DELIMITED BY SIZE INTO WS-DTL-REASON
           END-IF
           PERFORM 6000-WRITE-DETAIL-LINE
           PERFORM 6200-WRITE-IMAGE-LINES.

      *****************************************************************
      * 5100-EDIT-CARD-FIELDS - EVERY EDIT THAT NEEDS ONLY THE CARD:
      * ACTION AND STATUS VOCABULARY, A KEY, REAL DATES, THE FIELDS
      * EACH ACTION REQUIRES OR ALLOWS. WS-REFUSAL-REASON IS SPACES ON
      * EXIT WHEN THE CARD PASSES; OTHERWISE IT HOLDS THE FIRST FAULT
      * FOUND.
      *****************************************************************
       5100-EDIT-CARD-FIELDS.
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN NOT WS-KMT-ADD AND NOT WS-KMT-CHANGE
                   AND NOT WS-KMT-SUSPEND AND NOT WS-KMT-CLOSE
                   AND NOT WS-KMT-REINSTATE
                   STRING "INVALID ACTION '" WS-KMT-ACTION "'"
                           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN WS-KMT-KEY = SPACES
                   MOVE "PARTNER KEY IS BLANK" TO WS-REFUSAL-REASON
               WHEN WS-KMT-STATUS NOT = SPACE
                   AND WS-KMT-STATUS NOT = 'A'
                   AND WS-KMT-STATUS NOT = 'S'
                   AND WS-KMT-STATUS NOT = 'C'
                   STRING "INVALID STATUS '" WS-KMT-STATUS
                           "' - MUST BE A, S OR C"
                           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               WHEN OTHER
                   PERFORM 5150-EDIT-CARD-DATES
           END-EVALUATE
           IF WS-REFUSAL-REASON = SPACES
               PERFORM 5180-EDIT-ACTION-FIELDS
           END-IF.

       5150-EDIT-CARD-DATES.
           MOVE WS-KMT-APPLY-DATE TO WS-DATE-CHECK-X
           PERFORM 5900-VALIDATE-DATE
           IF NOT WS-DATE-VALID
               MOVE "APPLY DATE IS NOT A VALID DATE"
                   TO WS-REFUSAL-REASON
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               AND WS-KMT-EFF-FROM NOT = SPACES
               MOVE WS-KMT-EFF-FROM TO WS-DATE-CHECK-X
               PERFORM 5900-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   MOVE "EFFECTIVE-FROM IS NOT A VALID DATE"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF
           IF WS-REFUSAL-REASON = SPACES
               AND WS-KMT-EFF-TO NOT = SPACES
               AND WS-KMT-EFF-TO NOT = "00000000"
               MOVE WS-KMT-EFF-TO TO WS-DATE-CHECK-X
               PERFORM 5900-VALIDATE-DATE
               IF NOT WS-DATE-VALID
                   MOVE "EFFECTIVE-TO IS NOT A VALID DATE"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       5180-EDIT-ACTION-FIELDS.
           EVALUATE TRUE
               WHEN WS-KMT-ADD
                   IF WS-KMT-PARTNER-NAME = SPACES
                       MOVE "ADD REQUIRES A PARTNER NAME"
                           TO WS-REFUSAL-REASON
                   END-IF
                   IF WS-KMT-STATUS = 'C'
                       MOVE "ADD MUST BE STATUS A OR S"
                           TO WS-REFUSAL-REASON
                   END-IF
               WHEN WS-KMT-CHANGE
                   IF WS-KMT-PARTNER-NAME = SPACES
                       AND WS-KMT-STATUS = SPACE
                       AND WS-KMT-EFF-FROM = SPACES
                       AND WS-KMT-EFF-TO = SPACES
                       MOVE "CHANGE NAMES NOTHING TO CHANGE"
                           TO WS-REFUSAL-REASON
                   END-IF
               WHEN WS-KMT-CLOSE
                   IF WS-KMT-PARTNER-NAME NOT = SPACES
                       OR WS-KMT-STATUS NOT = SPACE
                       OR WS-KMT-EFF-FROM NOT = SPACES
                       MOVE "CLOSE TAKES ONLY KEY, DATE, EFFECTIVE-TO"
                           TO WS-REFUSAL-REASON
                   END-IF
               WHEN OTHER
                   IF WS-KMT-PARTNER-NAME NOT = SPACES
                       OR WS-KMT-STATUS NOT = SPACE
                       OR WS-KMT-EFF-FROM NOT = SPACES
                       OR WS-KMT-EFF-TO NOT = SPACES
                       STRING WS-KMT-ACTION DELIMITED BY SPACE
                               " TAKES ONLY KEY AND APPLY DATE"
                               DELIMITED BY SIZE
                               INTO WS-REFUSAL-REASON
                   END-IF
           END-EVALUATE.

      *****************************************************************
      * 5200-EDIT-AGAINST-MASTER - AN ADD MUST NOT FIND ITS KEY; EVERY
      * OTHER ACTION MUST, AND WORKS ON A COPY OF THE MASTER RECORD
      * (THE BEFORE IMAGE IS KEPT FOR THE HISTORY).
      *****************************************************************
       5200-EDIT-AGAINST-MASTER.
           MOVE WS-KMT-KEY TO WS-KM-KEY
           PERFORM 5800-FIND-MASTER-KEY
           EVALUATE TRUE
               WHEN WS-KMT-ADD AND WS-MST-FOUND
                   MOVE "DUPLICATE KEY - ALREADY ON MASTER"
                       TO WS-REFUSAL-REASON
               WHEN WS-KMT-ADD
                   MOVE SPACES TO WS-BEFORE-IMAGE
                   PERFORM 5300-BUILD-ADDED-KEY
               WHEN NOT WS-MST-FOUND
                   MOVE "KEY NOT ON MASTER" TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE WS-MST-IMAGE (WS-MST-IDX) TO WS-BEFORE-IMAGE
                   MOVE WS-BEFORE-IMAGE TO WS-KEY-MASTER-RECORD
                   MOVE WS-KM-STATUS TO WS-OLD-STATUS
                   EVALUATE TRUE
                       WHEN WS-KMT-CHANGE
                           PERFORM 5400-APPLY-CHANGE
                       WHEN WS-KMT-SUSPEND
                           PERFORM 5500-APPLY-SUSPEND
                       WHEN WS-KMT-CLOSE
                           PERFORM 5600-APPLY-CLOSE
                       WHEN OTHER
                           PERFORM 5700-APPLY-REINSTATE
                   END-EVALUATE
           END-EVALUATE.

      *****************************************************************
      * 5250-CHECK-EFFECTIVE-WINDOW - THE RECORD ABOUT TO BE WRITTEN
      * MUST HAVE A NUMERIC WINDOW WHOSE END (UNLESS OPEN-ENDED) IS
      * NOT BEFORE ITS START - THE SWAPPED-DATES MISTAKE THAT SILENTLY
      * REJECTS A WHOLE PARTNER.
      *****************************************************************
       5250-CHECK-EFFECTIVE-WINDOW.
           IF WS-KM-EFF-FROM NOT NUMERIC
               OR WS-KM-EFF-TO NOT NUMERIC
               MOVE "EFFECTIVE WINDOW ON MASTER IS NOT NUMERIC"
                   TO WS-REFUSAL-REASON
           ELSE
               IF WS-KM-EFF-TO NOT = 0
                   AND WS-KM-EFF-TO < WS-KM-EFF-FROM
                   MOVE "EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.

      *****************************************************************
      * 5300-BUILD-ADDED-KEY - THE NEW MASTER RECORD, WITH THE CARD'S
      * DEFAULTS: STATUS ACTIVE, EFFECTIVE FROM THE APPLY DATE, NO
      * PLANNED END.
      *****************************************************************
       5300-BUILD-ADDED-KEY.
           MOVE SPACES TO WS-KEY-MASTER-RECORD
           MOVE WS-KMT-KEY TO WS-KM-KEY
           MOVE WS-KMT-PARTNER-NAME TO WS-KM-PARTNER-NAME
           IF WS-KMT-STATUS = SPACE
               MOVE 'A' TO WS-KM-STATUS
           ELSE
               MOVE WS-KMT-STATUS TO WS-KM-STATUS
           END-IF
           IF WS-KMT-EFF-FROM = SPACES
               MOVE WS-KMT-APPLY-DATE TO WS-KM-EFF-FROM
           ELSE
               MOVE WS-KMT-EFF-FROM-9 TO WS-KM-EFF-FROM
           END-IF
           IF WS-KMT-EFF-TO = SPACES
               MOVE 0 TO WS-KM-EFF-TO
           ELSE
               MOVE WS-KMT-EFF-TO-9 TO WS-KM-EFF-TO
           END-IF.

      *****************************************************************
      * 5400-APPLY-CHANGE - OVERLAYS EACH FIELD THE CARD SUPPLIES. A
      * CHANGE THAT CLOSES THE KEY IS HELD TO THE CLOSE RULE.
      *****************************************************************
       5400-APPLY-CHANGE.
           IF WS-KMT-PARTNER-NAME NOT = SPACES
               MOVE WS-KMT-PARTNER-NAME TO WS-KM-PARTNER-NAME
           END-IF
           IF WS-KMT-STATUS NOT = SPACE
               MOVE WS-KMT-STATUS TO WS-KM-STATUS
           END-IF
           IF WS-KMT-EFF-FROM NOT = SPACES
               MOVE WS-KMT-EFF-FROM-9 TO WS-KM-EFF-FROM
           END-IF
           IF WS-KMT-EFF-TO NOT = SPACES
               MOVE WS-KMT-EFF-TO-9 TO WS-KM-EFF-TO
           END-IF
           IF WS-KM-CLOSED AND WS-OLD-STATUS NOT = 'C'
               PERFORM 5650-CHECK-OPEN-ENTRIES
           END-IF.

       5500-APPLY-SUSPEND.
           IF NOT WS-KM-ACTIVE
               STRING "KEY IS NOT ACTIVE (STATUS '" WS-KM-STATUS
                       "')" DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           ELSE
               MOVE 'S' TO WS-KM-STATUS
           END-IF.

       5600-APPLY-CLOSE.
           IF WS-KM-CLOSED
               MOVE "KEY IS ALREADY CLOSED" TO WS-REFUSAL-REASON
           ELSE
               PERFORM 5650-CHECK-OPEN-ENTRIES
               MOVE 'C' TO WS-KM-STATUS
               IF WS-KMT-EFF-TO NOT = SPACES
                   MOVE WS-KMT-EFF-TO-9 TO WS-KM-EFF-TO
               END-IF
           END-IF.

      *****************************************************************
      * 5650-CHECK-OPEN-ENTRIES - REFUSES THE CLOSE WHILE THE KEY HAS
      * ENTRIES ON THE COUNTED REGISTER OR THE OPEN MTD PERIOD, WITH
      * BOTH COUNTS IN THE REASON SO ADMINISTRATION KNOWS WHAT IS
      * OUTSTANDING. EVERY CLOSING KEY WAS COUNTED IN 1500/1600.
      *****************************************************************
       5650-CHECK-OPEN-ENTRIES.
           SEARCH ALL WS-CHECK-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CHK-KEY (WS-CHK-IDX) = WS-KMT-KEY
                   IF WS-CHK-CREG-CNT (WS-CHK-IDX) > 0
                       OR WS-CHK-MTD-CNT (WS-CHK-IDX) > 0
                       MOVE WS-CHK-CREG-CNT (WS-CHK-IDX)
                           TO WS-COUNT-EDIT
                       MOVE WS-CHK-MTD-CNT (WS-CHK-IDX)
                           TO WS-COUNT-EDIT-2
                       STRING "OPEN ENTRIES - REGISTER "
                               WS-COUNT-EDIT " MTD " WS-COUNT-EDIT-2
                               DELIMITED BY SIZE
                               INTO WS-REFUSAL-REASON
                   END-IF
           END-SEARCH.

       5700-APPLY-REINSTATE.
           IF WS-KM-ACTIVE
               MOVE "KEY IS ALREADY ACTIVE" TO WS-REFUSAL-REASON
           ELSE
               IF WS-KM-EFF-TO NUMERIC AND WS-KM-EFF-TO NOT = 0
                   AND WS-KM-EFF-TO < WS-KMT-APPLY-DATE
                   MOVE "WINDOW HAS ENDED - CHANGE EFFECTIVE-TO"
                       TO WS-REFUSAL-REASON
               ELSE
                   MOVE 'A' TO WS-KM-STATUS
               END-IF
           END-IF.

      *****************************************************************
      * 5800-FIND-MASTER-KEY - SEARCH ALL FOR WS-KM-KEY; WS-MST-IDX
      * POINTS AT THE ENTRY WHEN WS-MST-FOUND.
      *****************************************************************
       5800-FIND-MASTER-KEY.
           MOVE 'N' TO WS-MST-FOUND-FLAG
           IF WS-MST-TBL-CNT > 0
               SEARCH ALL WS-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-KEY (WS-MST-IDX) = WS-KM-KEY
                       MOVE 'Y' TO WS-MST-FOUND-FLAG
               END-SEARCH
           END-IF.

      *****************************************************************
      * 5850-INSERT-MASTER-ENTRY - BINARY-SEARCHES FOR THE INSERTION
      * POINT OF WS-KEY-MASTER-RECORD, SHIFTS THE TAIL DOWN ONE AND
      * SPLICES IT IN - SAME DISCIPLINE AS CNTPROC'S 1045.
      *****************************************************************
       5850-INSERT-MASTER-ENTRY.
           MOVE 1 TO WS-MST-LO-SUB
           MOVE WS-MST-TBL-CNT TO WS-MST-HI-SUB
           PERFORM UNTIL WS-MST-LO-SUB > WS-MST-HI-SUB
               COMPUTE WS-MST-SUB =
                   (WS-MST-LO-SUB + WS-MST-HI-SUB) / 2
               IF WS-MST-KEY (WS-MST-SUB) < WS-KM-KEY
                   COMPUTE WS-MST-LO-SUB = WS-MST-SUB + 1
               ELSE
                   COMPUTE WS-MST-HI-SUB = WS-MST-SUB - 1
               END-IF
           END-PERFORM
           ADD 1 TO WS-MST-TBL-CNT
           MOVE WS-MST-TBL-CNT TO WS-MST-SUB
           PERFORM UNTIL WS-MST-SUB <= WS-MST-LO-SUB
               COMPUTE WS-MST-HI-SUB = WS-MST-SUB - 1
               MOVE WS-MASTER-ENTRY (WS-MST-HI-SUB)
                   TO WS-MASTER-ENTRY (WS-MST-SUB)
               SUBTRACT 1 FROM WS-MST-SUB
           END-PERFORM
           MOVE WS-KM-KEY TO WS-MST-KEY (WS-MST-LO-SUB)
           MOVE WS-KEY-MASTER-RECORD TO WS-MST-IMAGE (WS-MST-LO-SUB).

      *****************************************************************
      * 5900-VALIDATE-DATE - WS-DATE-CHECK-X MUST BE EIGHT DIGITS THAT
      * NAME A REAL DAY: RANGE-CHECKED, THEN ROUND-TRIPPED THROUGH
      * THE DAY NUMBER SO 20250231 FAILS.
      *****************************************************************
       5900-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG
           IF WS-DATE-CHECK-X IS NUMERIC
               AND WS-DATE-CHECK-X (5:2) NOT < "01"
               AND WS-DATE-CHECK-X (5:2) NOT > "12"
               AND WS-DATE-CHECK-X (7:2) NOT < "01"
               AND WS-DATE-CHECK-X (7:2) NOT > "31"
               AND WS-DATE-CHECK-X (1:4) NOT < "1601"
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-CHECK-9)
               COMPUTE WS-DATE-ROUND-TRIP =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               IF WS-DATE-ROUND-TRIP = WS-DATE-CHECK-9
                   MOVE 'Y' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.

      *****************************************************************
      * 5950-WRITE-CHANGE-HISTORY - BEFORE AND AFTER IMAGES OF THE
      * MASTER RECORD FOR THE CHANGE JUST APPLIED.
      *****************************************************************
       5950-WRITE-CHANGE-HISTORY.
           MOVE SPACES TO WS-KM-HISTORY-RECORD
           MOVE WS-RUN-DATE TO WS-KMH-BUSINESS-DATE
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-KMH-TIMESTAMP
           MOVE WS-KMT-ACTION TO WS-KMH-ACTION
           MOVE WS-TRAN-SOURCE TO WS-KMH-SOURCE
           MOVE WS-KMT-KEY TO WS-KMH-KEY
           MOVE WS-KMT-QUEUED-DATE TO WS-KMH-QUEUED-DATE
           MOVE WS-BEFORE-IMAGE TO WS-KMH-BEFORE-IMAGE
           MOVE WS-KEY-MASTER-RECORD TO WS-KMH-AFTER-IMAGE
           WRITE FD-CHANGE-HISTORY-RECORD FROM WS-KM-HISTORY-RECORD.

       6000-WRITE-DETAIL-LINE.
           IF WS-TRAN-FROM-PENDING
               MOVE "PEND" TO WS-DTL-SOURCE
           ELSE
               MOVE "CARD" TO WS-DTL-SOURCE
           END-IF
           MOVE WS-KMT-ACTION TO WS-DTL-ACTION
           MOVE WS-KMT-KEY TO WS-DTL-KEY
           MOVE WS-KMT-APPLY-DATE TO WS-DTL-APPLY-DATE
           WRITE FD-MAINT-RPT-LINE FROM WS-DETAIL-LINE.

      *****************************************************************
      * 6100-REPORT-REFUSED - A REFUSED TRANSACTION IS NEVER SILENT:
      * A REPORT LINE WITH THE REASON, AND RC=4 FOR THE STEP.
      *****************************************************************
       6100-REPORT-REFUSED.
           ADD 1 TO WS-REFUSED-CNT
           MOVE "REFUSED" TO WS-DTL-RESULT
           MOVE WS-REFUSAL-REASON TO WS-DTL-REASON
           PERFORM 6000-WRITE-DETAIL-LINE
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * 6200-WRITE-IMAGE-LINES - BEFORE/AFTER FIELDS UNDER AN APPLIED
      * CHANGE, FOR THE SIGN-OFF REVIEW.
      *****************************************************************
       6200-WRITE-IMAGE-LINES.
           IF WS-BEFORE-IMAGE NOT = SPACES
               MOVE WS-KEY-MASTER-RECORD TO WS-KMH-AFTER-IMAGE
               MOVE WS-BEFORE-IMAGE TO WS-KEY-MASTER-RECORD
               MOVE "BEFORE: " TO WS-IMG-LABEL
               PERFORM 6250-WRITE-ONE-IMAGE
               MOVE WS-KMH-AFTER-IMAGE TO WS-KEY-MASTER-RECORD
           END-IF
           MOVE "AFTER:  " TO WS-IMG-LABEL
           PERFORM 6250-WRITE-ONE-IMAGE.

       6250-WRITE-ONE-IMAGE.
           MOVE WS-KM-KEY TO WS-IMG-KEY
           MOVE WS-KM-PARTNER-NAME TO WS-IMG-NAME
           MOVE WS-KM-STATUS TO WS-IMG-STATUS
           MOVE WS-KM-EFF-FROM TO WS-IMG-EFF-FROM
           MOVE WS-KM-EFF-TO TO WS-IMG-EFF-TO
           WRITE FD-MAINT-RPT-LINE FROM WS-IMAGE-LINE.

      *****************************************************************
      * 9000-END-OF-JOB - WRITES THE MAINTAINED MASTER AND THE
      * STILL-WAITING PENDING CHANGES, THEN THE REPORT TOTALS AND THE
      * SIGN-OFF BLOCK.
      *****************************************************************
       9000-END-OF-JOB.
           MOVE 1 TO WS-MST-SUB
           PERFORM UNTIL WS-MST-SUB > WS-MST-TBL-CNT
               WRITE FD-KEY-MASTER-OUT-RECORD
                   FROM WS-MST-IMAGE (WS-MST-SUB)
               ADD 1 TO WS-MASTER-OUT-CNT
               ADD 1 TO WS-MST-SUB
           END-PERFORM
           MOVE 1 TO WS-PND-SUB
           PERFORM UNTIL WS-PND-SUB > WS-PND-TBL-CNT
               IF WS-PND-WAITING (WS-PND-SUB)
                   WRITE FD-PENDING-OUT-RECORD
                       FROM WS-PND-RECORD (WS-PND-SUB)
                   ADD 1 TO WS-PENDING-OUT-CNT
               END-IF
               ADD 1 TO WS-PND-SUB
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MASTER KEYS IN: " WS-MASTER-IN-CNT
                   "  OUT: " WS-MASTER-OUT-CNT
                   "  DUPLICATES DROPPED: " WS-MASTER-DUP-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CHANGES APPLIED: " WS-APPLIED-CNT
                   "  QUEUED: " WS-QUEUED-CNT
                   "  REFUSED: " WS-REFUSED-CNT
                   "  PENDING DUE: " WS-PENDING-DUE-CNT
                   "  STILL PENDING: " WS-PENDING-OUT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREPARED BY: ____________________   "
                   "APPROVED BY: ____________________   "
                   "DATE: __________"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MAINT-RPT-LINE FROM WS-REPORT-LINE
           CLOSE KEY-MASTER-OUT-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE CHANGE-HISTORY-FILE
           CLOSE MAINT-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTKMAIN ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9810-ABEND-TABLE-OVERFLOW - A MASTER OR PENDING FILE LARGER
      * THAN ITS TABLE CANNOT BE REWRITTEN WITHOUT LOSING RECORDS, SO
      * THE STEP STOPS BEFORE ANYTHING IS PROMOTED.
      *****************************************************************
       9810-ABEND-TABLE-OVERFLOW.
           MOVE 16 TO RETURN-CODE
           STOP RUN.
