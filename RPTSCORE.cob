       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSCORE.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * RPTSCORE - MONTHLY REGION DATA-QUALITY SCORECARD.
      * EVERY NIGHT'S BATCH OUTCOMES AND UNCOUNTED DETAILS ARE KEPT BY
      * REGION ON THE REGION ACTIVITY HISTORY (PROD.CNTPROC.ACKHIST,
      * CPYACKW LAYOUT - THE SORTED ACKNOWLEDGEMENT WORK FILE,
      * APPENDED NIGHTLY), EVERY TRANSMISSION ON THE TRANSMISSION
      * REGISTER (CPYTREG), EVERY BATCH STILL HELD ON THE SUSPENSE
      * FILE (CPYSUSP) AND EVERY BATCH CNTSUSP HAS RELEASED OR
      * RETURNED ON THE OPERATOR-ACTION JOURNAL (CPYOPJNL). THIS
      * PROGRAM TURNS THEM INTO ONE LEAGUE TABLE
      * OF THE REGIONS FOR A CALENDAR MONTH, WITH THE PRIOR MONTH
      * ALONGSIDE FOR MOVEMENT. SIX MEASURES, WORST HIGHEST:
      *   1 REJECT RATE     - REJECTED RECORDS AS A PERCENTAGE OF ALL
      *                       RECORDS RECEIVED (COUNTED BATCH DETAILS
      *                       PLUS REJECTS PLUS DUPLICATES);
      *   2 DUPLICATE RATE  - DUPLICATES AS A PERCENTAGE OF THE SAME;
      *   3 BATCHES SUSPENDED - BATCHES QUARANTINED OUT OF BALANCE;
      *   4 DAYS IN SUSPENSE - DAYS WITHIN THE MONTH THE REGION'S
      *                       BATCHES WERE HELD, WHETHER STILL ON THE
      *                       SUSPENSE FILE OR SINCE RELEASED OR
      *                       RETURNED (SEE 2600);
      *   5 UNMATCHED REVERSALS;
      *   6 LATE OR MISSING TRANSMISSIONS - A TRANSMISSION PROCESSED
      *                       MORE THAN LATEDAYS PROCESSING DAYS AFTER
      *                       ITS FILE DATE, PLUS EACH PROCESSING DAY
      *                       ON WHICH AN EXPECTED REGION SENT NOTHING.
      * ALL FIGURES ARE BY BUSINESS DATE. EACH REGION IS RANKED ON
      * EACH MEASURE (1 = BEST, TIES SHARE A RANK) AND THE SIX RANKS
      * ARE ADDED; THE LOWEST SUM HEADS THE TABLE, TIES GOING TO THE
      * LOWER REJECT RATE, THEN THE REGION CODE. THE SAME RANKING IS
      * RUN ON THE PRIOR MONTH SO EVERY LINE SHOWS HOW FAR THE REGION
      * MOVED AND HOW EACH MEASURE CHANGED. RECORDS WITH NO REGION
      * (LEGACY HEADERS, RECYCLED BATCHES) ARE SHOWN AS UNATTRIBUTED
      * AND NOT RANKED. A SECOND SECTION NAMES THE FIVE WORST REGIONS
      * ON EACH MEASURE.
      *
      * CONTROL CARDS ON SCORECTL (BOTH OPTIONAL):
      *   PERIOD=YYYYMM     MONTH TO REPORT; DEFAULTS TO THE MONTH
      *                     BEFORE THE CURRENT BUSINESS DATE'S
      *   LATEDAYS=NN       PROCESSING DAYS A TRANSMISSION MAY TRAIL
      *                     ITS FILE DATE BEFORE IT COUNTS AS LATE;
      *                     DEFAULTS TO 01
      * A MONTH STILL IN PROGRESS IS MEASURED UP TO THE LAST BUSINESS
      * DATE CNTPROC HAS COMPLETED.
      *
      * RETURN CODES: 0 = REPORT PRODUCED, 4 = A CONTROL CARD WAS NOT
      * RECOGNISED (LISTED ON THE REPORT), 12 = FILE OPEN FAILURE,
      * 16 = REGION TABLE OVERFLOW.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-SCHEDULE-FILE ASSIGN TO REGSCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGSCHED-STATUS.

           SELECT ACK-HISTORY-FILE ASSIGN TO ACKHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKHIST-STATUS.

           SELECT TRANSMIT-REG-FILE ASSIGN TO TRANSREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANSREG-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT OP-JOURNAL-FILE ASSIGN TO OPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPJRNL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO BDATECAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECAL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO SCORECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORECTL-STATUS.

           SELECT REPORT-OUT-FILE ASSIGN TO SCORERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGION-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FD-SCHEDULE-RECORD        PIC X(80).

       FD  ACK-HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-ACK-HISTORY-RECORD     PIC X(150).

       FD  TRANSMIT-REG-FILE
           RECORDING MODE IS F.
       01  FD-TRANSMIT-REG-RECORD    PIC X(80).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  FD-SUSPENSE-RECORD        PIC X(200).

       FD  OP-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-OP-JOURNAL-RECORD      PIC X(200).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  FD-CALENDAR-RECORD        PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  REPORT-OUT-FILE
           RECORDING MODE IS F.
       01  FD-REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYSCHED.

           COPY CPYACKW.

           COPY CPYTREG.

           COPY CPYSUSP.

           COPY CPYOPJNL.

           COPY CPYBCAL.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-REGSCHED-STATUS    PIC XX VALUE SPACES.
           05  WS-ACKHIST-STATUS     PIC XX VALUE SPACES.
           05  WS-TRANSREG-STATUS    PIC XX VALUE SPACES.
           05  WS-SUSPENSE-STATUS    PIC XX VALUE SPACES.
           05  WS-OPJRNL-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECAL-STATUS    PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.
           05  WS-SCORECTL-STATUS    PIC XX VALUE SPACES.
           05  WS-SCORERPT-STATUS    PIC XX VALUE SPACES.

       01  WS-REGSCHED-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-REGSCHED-EOF       VALUE 'Y'.
       01  WS-ACKHIST-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-ACKHIST-EOF        VALUE 'Y'.
       01  WS-TRANSREG-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-TRANSREG-EOF       VALUE 'Y'.
       01  WS-SUSPENSE-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-SUSPENSE-EOF       VALUE 'Y'.
       01  WS-OPJRNL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-OPJRNL-EOF         VALUE 'Y'.
       01  WS-BDATECAL-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-BDATECAL-EOF       VALUE 'Y'.
       01  WS-SCORECTL-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-SCORECTL-EOF       VALUE 'Y'.
       01  WS-SCORECTL-OPEN-FLAG     PIC X VALUE 'N'.
           88  WS-SCORECTL-OPEN      VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-RUN-DATE-9 REDEFINES WS-RUN-DATE
                                     PIC 9(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-CNTPROC-DONE-FLAG      PIC X VALUE 'N'.
           88  WS-CNTPROC-DONE       VALUE 'Y'.

      *****************************************************************
      * CONTROL CARDS. A CARD THAT IS NEITHER LAYOUT IS KEPT FOR THE
      * REPORT AND RAISES RC=4 - A MISTYPED PERIOD MUST NOT QUIETLY
      * PRODUCE LAST MONTH'S SCORECARD UNDER THE WRONG HEADING.
      *****************************************************************
       01  WS-CONTROL-CARD           PIC X(80).
       01  WS-PERIOD-CARD-FLAG       PIC X VALUE 'N'.
           88  WS-PERIOD-CARD        VALUE 'Y'.
       01  WS-CARD-PERIOD            PIC X(6) VALUE SPACES.
       01  WS-LATE-DAYS              PIC 9(2) VALUE 1.
       01  WS-BAD-CARD-CNT           PIC 9(3) COMP VALUE 0.
       01  WS-BAD-CARD-TABLE.
           05  WS-BAD-CARD           PIC X(80) OCCURS 10 TIMES.

      *****************************************************************
      * THE TWO MONTHS - 1 IS THE MONTH REPORTED, 2 THE ONE BEFORE
      * IT. DATES ARE HELD AS DAY NUMBERS (INTEGER-OF-DATE) SO THE
      * DAY COUNTS ARE PLAIN SUBTRACTION. WS-PRD-ASOF-INT IS THE LAST
      * DAY MEASURED: THE MONTH END, OR FOR THE MONTH IN PROGRESS THE
      * LAST BUSINESS DATE CNTPROC COMPLETED. WS-PRD-TREG-SEEN IS SET
      * WHEN THE REGISTER HAS ANY TRANSMISSION PROCESSED IN THE
      * MONTH - A MONTH BEFORE THE REGISTER EXISTED HAS NO BASIS FOR
      * MISSING TRANSMISSIONS AND IS NOT CHARGED WITH ANY.
      *****************************************************************
       01  WS-PERIOD-TABLE.
           05  WS-PRD-ENTRY OCCURS 2 TIMES.
               10  WS-PRD-YYYYMM     PIC X(6).
               10  WS-PRD-START-INT  PIC 9(9) COMP.
               10  WS-PRD-END-INT    PIC 9(9) COMP.
               10  WS-PRD-ASOF-INT   PIC 9(9) COMP.
               10  WS-PRD-TREG-SEEN  PIC X(1).
               10  WS-PRD-RANKED-CNT PIC 9(4) COMP.

       01  WS-PRD-SUB                PIC 9(1) COMP VALUE 0.
       01  WS-PRD-WORK-DATE          PIC X(8) VALUE SPACES.
       01  WS-PRD-WORK-DATE-9 REDEFINES WS-PRD-WORK-DATE
                                     PIC 9(8).
       01  WS-PRD-YEAR               PIC 9(4) VALUE 0.
       01  WS-PRD-MONTH              PIC 9(2) VALUE 0.
       01  WS-PRD-LABEL              PIC X(7) OCCURS 2 TIMES.

      *****************************************************************
      * WS-REGION-TABLE - EVERY REGION ON THE SCHEDULE PLUS ANY OTHER
      * REGION (INCLUDING THE BLANK, UNATTRIBUTED ONE) FOUND IN THE
      * DATA, WITH ONE SET OF FIGURES PER MONTH. WS-RGT-ACTIVE MARKS
      * A REGION THAT HAD ANYTHING IN THE MONTH OR IS EXPECTED EVERY
      * NIGHT - ONLY THOSE ARE RANKED FOR THE MONTH. WS-RGT-DAY-FLAGS
      * HAS ONE BYTE PER DAY OF THE MONTH, SET WHEN A TRANSMISSION
      * FROM THE REGION WAS PROCESSED ON THAT BUSINESS DATE.
      * WS-RGT-SCORE HOLDS THE SIX MEASURES IN RANKING ORDER.
      *****************************************************************
       01  WS-REGION-TABLE-AREA.
           05  WS-RGT-TBL-MAX        PIC 9(4) COMP VALUE 200.
           05  WS-RGT-TBL-CNT        PIC 9(4) COMP VALUE 0.
           05  WS-RGT-SUB            PIC 9(4) COMP VALUE 0.
           05  WS-RGT-SCAN-SUB       PIC 9(4) COMP VALUE 0.
           05  WS-RGT-BEST-SUB       PIC 9(4) COMP VALUE 0.
           05  WS-RGT-ENTRY OCCURS 200 TIMES.
               10  WS-RGT-REGION     PIC X(4).
               10  WS-RGT-NAME       PIC X(30).
               10  WS-RGT-EXPECTED   PIC X(1).
               10  WS-RGT-PICKED     PIC X(1).
               10  WS-RGT-PERIOD OCCURS 2 TIMES.
                   15  WS-RGT-ACTIVE     PIC X(1).
                   15  WS-RGT-RECEIVED   PIC 9(9) COMP.
                   15  WS-RGT-REJECT-CNT PIC 9(9) COMP.
                   15  WS-RGT-DUP-CNT    PIC 9(9) COMP.
                   15  WS-RGT-BATCH-CNT  PIC 9(9) COMP.
                   15  WS-RGT-SUSP-CNT   PIC 9(9) COMP.
                   15  WS-RGT-SUSP-DAYS  PIC 9(9) COMP.
                   15  WS-RGT-UNMAT-CNT  PIC 9(9) COMP.
                   15  WS-RGT-LATE-CNT   PIC 9(9) COMP.
                   15  WS-RGT-MISS-CNT   PIC 9(9) COMP.
                   15  WS-RGT-DAY-FLAGS  PIC X(31).
                   15  WS-RGT-SCORE      PIC 9(9)V99 COMP-3
                                         OCCURS 6 TIMES.
                   15  WS-RGT-RANK-SUM   PIC 9(5) COMP.
                   15  WS-RGT-POSITION   PIC 9(4) COMP.

      *****************************************************************
      * WS-ROW-FIGURES - ONE LINE'S FIGURES FOR BOTH MONTHS, LAID OUT
      * EXACTLY AS A WS-RGT-PERIOD PAIR SO A REGION'S FIGURES OR THE
      * ALL-REGION TOTALS CAN BE MOVED IN WHOLE AND PRINTED BY THE
      * SAME PARAGRAPH.
      *****************************************************************
       01  WS-ROW-FIGURES.
           05  WS-ROW-PERIOD OCCURS 2 TIMES.
               10  WS-ROW-ACTIVE         PIC X(1).
               10  WS-ROW-RECEIVED       PIC 9(9) COMP.
               10  WS-ROW-REJECT-CNT     PIC 9(9) COMP.
               10  WS-ROW-DUP-CNT        PIC 9(9) COMP.
               10  WS-ROW-BATCH-CNT      PIC 9(9) COMP.
               10  WS-ROW-SUSP-CNT       PIC 9(9) COMP.
               10  WS-ROW-SUSP-DAYS      PIC 9(9) COMP.
               10  WS-ROW-UNMAT-CNT      PIC 9(9) COMP.
               10  WS-ROW-LATE-CNT       PIC 9(9) COMP.
               10  WS-ROW-MISS-CNT       PIC 9(9) COMP.
               10  WS-ROW-DAY-FLAGS      PIC X(31).
               10  WS-ROW-SCORE          PIC 9(9)V99 COMP-3
                                         OCCURS 6 TIMES.
               10  WS-ROW-RANK-SUM       PIC 9(5) COMP.
               10  WS-ROW-POSITION       PIC 9(4) COMP.

       01  WS-TOTAL-FIGURES.
           05  WS-TOT-PERIOD OCCURS 2 TIMES.
               10  WS-TOT-ACTIVE         PIC X(1).
               10  WS-TOT-RECEIVED       PIC 9(9) COMP.
               10  WS-TOT-REJECT-CNT     PIC 9(9) COMP.
               10  WS-TOT-DUP-CNT        PIC 9(9) COMP.
               10  WS-TOT-BATCH-CNT      PIC 9(9) COMP.
               10  WS-TOT-SUSP-CNT       PIC 9(9) COMP.
               10  WS-TOT-SUSP-DAYS      PIC 9(9) COMP.
               10  WS-TOT-UNMAT-CNT      PIC 9(9) COMP.
               10  WS-TOT-LATE-CNT       PIC 9(9) COMP.
               10  WS-TOT-MISS-CNT       PIC 9(9) COMP.
               10  WS-TOT-DAY-FLAGS      PIC X(31).
               10  WS-TOT-SCORE          PIC 9(9)V99 COMP-3
                                         OCCURS 6 TIMES.
               10  WS-TOT-RANK-SUM       PIC 9(5) COMP.
               10  WS-TOT-POSITION       PIC 9(4) COMP.

       01  WS-MEASURE-NAMES-AREA.
           05  FILLER                PIC X(20)
                                     VALUE "REJECT RATE PCT".
           05  FILLER                PIC X(20)
                                     VALUE "DUPLICATE RATE PCT".
           05  FILLER                PIC X(20)
                                     VALUE "BATCHES SUSPENDED".
           05  FILLER                PIC X(20)
                                     VALUE "DAYS IN SUSPENSE".
           05  FILLER                PIC X(20)
                                     VALUE "UNMATCHED REVERSALS".
           05  FILLER                PIC X(20)
                                     VALUE "LATE OR MISSING".
       01  WS-MEASURE-NAMES REDEFINES WS-MEASURE-NAMES-AREA.
           05  WS-MEASURE-NAME       PIC X(20) OCCURS 6 TIMES.

      *****************************************************************
      * NON-PROCESSING CALENDAR - SAME TABLE AS CNTBDATE'S. A MISSING
      * OR EMPTY CALENDAR MAKES EVERY DAY A PROCESSING DAY.
      *****************************************************************
       01  WS-CALENDAR-TABLE-AREA.
           05  WS-HT-TBL-MAX         PIC 9(4) COMP VALUE 500.
           05  WS-HT-TBL-CNT         PIC 9(4) COMP VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-HT-TBL-CNT
                   INDEXED BY WS-HT-IDX.
               10  WS-HT-DATE        PIC X(8).
       01  WS-WEEKDAY-RULES.
           05  WS-WD-CLOSED          PIC X(1) OCCURS 7 TIMES.
       01  WS-WEEKDAY                PIC 9(1) VALUE 0.
       01  WS-CHK-INTEGER            PIC 9(9) COMP VALUE 0.
       01  WS-CHK-DATE-9             PIC 9(8) VALUE 0.
       01  WS-CHK-DATE-X REDEFINES WS-CHK-DATE-9
                                     PIC X(8).
       01  WS-PROC-DAY-FLAG          PIC X VALUE 'N'.
           88  WS-PROCESSING-DAY     VALUE 'Y'.

       01  WS-WORK-FIELDS.
           05  WS-MEAS-SUB           PIC 9(1) COMP VALUE 0.
           05  WS-RANK-NO            PIC 9(4) COMP VALUE 0.
           05  WS-RANK-WORK          PIC 9(4) COMP VALUE 0.
           05  WS-DAY-OF-MONTH       PIC 9(2) VALUE 0.
           05  WS-DATE-9             PIC 9(8) VALUE 0.
           05  WS-FILE-INT           PIC 9(9) COMP VALUE 0.
           05  WS-PROC-INT           PIC 9(9) COMP VALUE 0.
           05  WS-DAY-INT            PIC 9(9) COMP VALUE 0.
           05  WS-FROM-INT           PIC 9(9) COMP VALUE 0.
           05  WS-PROC-DAYS-CNT      PIC 9(4) COMP VALUE 0.
           05  WS-TO-INT             PIC 9(9) COMP VALUE 0.
           05  WS-OUT-INT            PIC 9(9) COMP VALUE 0.
           05  WS-HELD-DAYS          PIC 9(9) COMP VALUE 0.
           05  WS-SUSP-REGION        PIC X(4) VALUE SPACES.
           05  WS-PCT-WORK           PIC 9(9)V99 COMP-3 VALUE 0.
           05  WS-FIND-REGION        PIC X(4) VALUE SPACES.
           05  WS-UNATTRIB-SUB       PIC 9(4) COMP VALUE 0.

       01  WS-COUNTERS.
           05  WS-ACKHIST-READ-CNT   PIC 9(9) VALUE 0.
           05  WS-ACKHIST-USED-CNT   PIC 9(9) VALUE 0.
           05  WS-TRANSREG-READ-CNT  PIC 9(9) VALUE 0.
           05  WS-TRANSREG-USED-CNT  PIC 9(9) VALUE 0.
           05  WS-SUSP-BATCH-CNT     PIC 9(9) VALUE 0.
           05  WS-OPJRNL-READ-CNT    PIC 9(9) VALUE 0.
           05  WS-SUSP-OUT-CNT       PIC 9(9) VALUE 0.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-COUNT-EDIT             PIC Z(8)9.
       01  WS-PCT-EDIT               PIC ZZ9.99.
       01  WS-SHORT-EDIT             PIC Z9.

       01  WS-HEADING-1.
           05  FILLER                PIC X(33) VALUE
               " POS MOVE REGN NAME             ".
           05  FILLER                PIC X(42) VALUE
               "  RECEIVED  REJ%   CHANGE   DUP%   CHANGE ".
           05  FILLER                PIC X(42) VALUE
               " SUSP CHG  SDAYS   CHG  UNMAT   CHG  LATE ".
           05  FILLER                PIC X(15) VALUE
               "MISS  CHG      ".

      *****************************************************************
      * WS-SCORE-LINE - ONE REGION (OR THE TOTALS). CHANGE COLUMNS ARE
      * THIS MONTH LESS THE PRIOR MONTH; MOVE IS THE NUMBER OF PLACES
      * THE REGION CLIMBED (+) OR FELL (-) SINCE THE PRIOR MONTH, OR
      * NEW WHEN IT WAS NOT RANKED THEN.
      *****************************************************************
       01  WS-SCORE-LINE.
           05  WS-SL-POSITION        PIC Z(3)9 BLANK WHEN ZERO.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-MOVE            PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-REGION          PIC X(4).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-NAME            PIC X(16).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-RECEIVED        PIC Z(8)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-REJ-PCT         PIC ZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-REJ-CHG         PIC +++9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SL-DUP-PCT         PIC ZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-DUP-CHG         PIC +++9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SL-SUSP            PIC Z(3)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-SUSP-CHG        PIC ++++9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SL-SDAYS           PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-SDAYS-CHG       PIC +++++9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SL-UNMAT           PIC Z(4)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-UNMAT-CHG       PIC +++++9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-SL-LATE            PIC ZZ9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-MISS            PIC ZZ9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-SL-LATE-CHG        PIC +++9.
           05  FILLER                PIC X(6) VALUE SPACES.

       01  WS-MOVE-EDIT              PIC +++9.
       01  WS-CHANGE-WORK            PIC S9(9)V99 COMP-3 VALUE 0.

       01  WS-WORST-LINE.
           05  WS-WL-MEASURE         PIC X(20).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-WL-ENTRY OCCURS 5 TIMES.
               10  WS-WL-REGION      PIC X(4).
               10  FILLER            PIC X(1).
               10  WS-WL-VALUE       PIC Z(8)9.99.
               10  FILLER            PIC X(4).
       01  WS-WORST-CNT              PIC 9(1) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACTIVITY-HISTORY
           PERFORM 2300-LOAD-TRANSMIT-REGISTER
           PERFORM 2500-LOAD-SUSPENSE
           PERFORM 2550-LOAD-SUSPENSE-RELEASES
           PERFORM 2700-COUNT-MISSING-TRANSMISSIONS
           PERFORM 3000-SCORE-REGIONS
           PERFORM 4000-PRINT-SCORECARD
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           INITIALIZE WS-TOTAL-FIGURES
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT REGION-SCHEDULE-FILE
           OPEN INPUT ACK-HISTORY-FILE
           OPEN INPUT TRANSMIT-REG-FILE
           OPEN INPUT SUSPENSE-FILE
           OPEN INPUT OP-JOURNAL-FILE
           OPEN OUTPUT REPORT-OUT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 1200-SET-PERIODS
           PERFORM 1300-LOAD-CALENDAR
           PERFORM 1400-LOAD-REGION-SCHEDULE.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - SAME FALLBACK AS CNTACK: THE SYSTEM
      * DATE STANDS UNLESS THE CONTROL RECORD CARRIES A DATE. WHETHER
      * CNTPROC HAS FINISHED THAT DATE DECIDES WHETHER IT COUNTS
      * TOWARDS A MONTH STILL IN PROGRESS.
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
                           IF WS-BD-CNTPROC-DONE
                               MOVE 'Y' TO WS-CNTPROC-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. EVERY
      * SOURCE IS REQUIRED - A SCORECARD BUILT WITHOUT ONE OF THEM
      * WOULD RANK REGIONS ON A MEASURE QUIETLY READ AS ZERO.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-REGSCHED-STATUS NOT = "00"
               OR WS-ACKHIST-STATUS NOT = "00"
               OR WS-TRANSREG-STATUS NOT = "00"
               OR WS-SUSPENSE-STATUS NOT = "00"
               OR WS-OPJRNL-STATUS NOT = "00"
               OR WS-SCORERPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

       1100-LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-SCORECTL-STATUS = "00"
               MOVE 'Y' TO WS-SCORECTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-SCORECTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-SCORECTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-SCORECTL-EOF-FLAG
                   NOT AT END
                       PERFORM 1150-STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-SCORECTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1150-STORE-CONTROL-CARD.
           IF WS-CONTROL-CARD (1:7) = "PERIOD="
               AND WS-CONTROL-CARD (8:6) IS NUMERIC
               AND WS-CONTROL-CARD (12:2) >= "01"
               AND WS-CONTROL-CARD (12:2) <= "12"
               MOVE WS-CONTROL-CARD (8:6) TO WS-CARD-PERIOD
               MOVE 'Y' TO WS-PERIOD-CARD-FLAG
           ELSE
           IF WS-CONTROL-CARD (1:9) = "LATEDAYS="
               AND WS-CONTROL-CARD (10:2) IS NUMERIC
               MOVE WS-CONTROL-CARD (10:2) TO WS-LATE-DAYS
           ELSE
           IF WS-CONTROL-CARD NOT = SPACES
               AND WS-CONTROL-CARD (1:1) NOT = "*"
               ADD 1 TO WS-BAD-CARD-CNT
               IF WS-BAD-CARD-CNT <= 10
                   MOVE WS-CONTROL-CARD
                       TO WS-BAD-CARD (WS-BAD-CARD-CNT)
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      * 1200-SET-PERIODS - THE MONTH REPORTED IS THE PERIOD= CARD'S,
      * OTHERWISE THE MONTH BEFORE THE BUSINESS DATE'S; THE PRIOR
      * MONTH IS THE ONE BEFORE THAT. 1250 FILLS IN EACH MONTH'S DAY
      * NUMBERS.
      *****************************************************************
       1200-SET-PERIODS.
           MOVE WS-RUN-DATE (1:4) TO WS-PRD-YEAR
           MOVE WS-RUN-DATE (5:2) TO WS-PRD-MONTH
           IF WS-PERIOD-CARD
               MOVE WS-CARD-PERIOD (1:4) TO WS-PRD-YEAR
               MOVE WS-CARD-PERIOD (5:2) TO WS-PRD-MONTH
           ELSE
               PERFORM 1260-STEP-BACK-ONE-MONTH
           END-IF
           MOVE 1 TO WS-PRD-SUB
           PERFORM 1250-SET-ONE-PERIOD
           PERFORM 1260-STEP-BACK-ONE-MONTH
           MOVE 2 TO WS-PRD-SUB
           PERFORM 1250-SET-ONE-PERIOD.

      *****************************************************************
      * 1250-SET-ONE-PERIOD - FIRST AND LAST DAY OF WS-PRD-YEAR /
      * WS-PRD-MONTH, AND THE LAST DAY MEASURED: THE MONTH END FOR A
      * MONTH BEHIND THE BUSINESS DATE, THE LAST DATE CNTPROC HAS
      * COMPLETED FOR THE BUSINESS DATE'S OWN MONTH, AND NOTHING
      * (THE DAY BEFORE THE FIRST) FOR A MONTH NOT YET STARTED.
      *****************************************************************
       1250-SET-ONE-PERIOD.
           MOVE WS-PRD-YEAR TO WS-PRD-WORK-DATE (1:4)
           MOVE WS-PRD-MONTH TO WS-PRD-WORK-DATE (5:2)
           MOVE "01" TO WS-PRD-WORK-DATE (7:2)
           MOVE WS-PRD-WORK-DATE (1:6) TO WS-PRD-YYYYMM (WS-PRD-SUB)
           COMPUTE WS-PRD-START-INT (WS-PRD-SUB) =
               FUNCTION INTEGER-OF-DATE (WS-PRD-WORK-DATE-9)
           IF WS-PRD-MONTH = 12
               COMPUTE WS-DATE-9 = (WS-PRD-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-DATE-9 =
                   (WS-PRD-YEAR * 10000) + ((WS-PRD-MONTH + 1) * 100)
                   + 1
           END-IF
           COMPUTE WS-PRD-END-INT (WS-PRD-SUB) =
               FUNCTION INTEGER-OF-DATE (WS-DATE-9) - 1
           MOVE 'N' TO WS-PRD-TREG-SEEN (WS-PRD-SUB)
           MOVE 0 TO WS-PRD-RANKED-CNT (WS-PRD-SUB)
           MOVE SPACES TO WS-PRD-LABEL (WS-PRD-SUB)
           STRING WS-PRD-WORK-DATE (1:4) "-" WS-PRD-WORK-DATE (5:2)
                   DELIMITED BY SIZE INTO WS-PRD-LABEL (WS-PRD-SUB)
           EVALUATE TRUE
               WHEN WS-RUN-DATE (1:6) > WS-PRD-YYYYMM (WS-PRD-SUB)
                   MOVE WS-PRD-END-INT (WS-PRD-SUB)
                       TO WS-PRD-ASOF-INT (WS-PRD-SUB)
               WHEN WS-RUN-DATE (1:6) = WS-PRD-YYYYMM (WS-PRD-SUB)
                   COMPUTE WS-PRD-ASOF-INT (WS-PRD-SUB) =
                       FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-9)
                   IF NOT WS-CNTPROC-DONE
                       SUBTRACT 1 FROM WS-PRD-ASOF-INT (WS-PRD-SUB)
                   END-IF
               WHEN OTHER
                   COMPUTE WS-PRD-ASOF-INT (WS-PRD-SUB) =
                       WS-PRD-START-INT (WS-PRD-SUB) - 1
           END-EVALUATE.

       1260-STEP-BACK-ONE-MONTH.
           IF WS-PRD-MONTH = 1
               MOVE 12 TO WS-PRD-MONTH
               SUBTRACT 1 FROM WS-PRD-YEAR
           ELSE
               SUBTRACT 1 FROM WS-PRD-MONTH
           END-IF.

      *****************************************************************
      * 1300-LOAD-CALENDAR - OPTIONAL, SAME ENTRY RULES AS CNTBDATE.
      * HOLIDAYS BEYOND THE TABLE ARE DROPPED; THE ONLY EFFECT IS A
      * HOLIDAY CHARGED AS A MISSED TRANSMISSION.
      *****************************************************************
       1300-LOAD-CALENDAR.
           MOVE ALL 'N' TO WS-WEEKDAY-RULES
           OPEN INPUT CALENDAR-FILE
           IF WS-BDATECAL-STATUS NOT = "00"
               MOVE 'Y' TO WS-BDATECAL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-BDATECAL-EOF
               READ CALENDAR-FILE INTO WS-CALENDAR-RECORD
                   AT END
                       MOVE 'Y' TO WS-BDATECAL-EOF-FLAG
                   NOT AT END
                       PERFORM 1350-STORE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           IF WS-BDATECAL-STATUS = "00" OR WS-BDATECAL-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF.

       1350-STORE-CALENDAR-ENTRY.
           EVALUATE TRUE
               WHEN WS-CAL-HOLIDAY
                   AND WS-CAL-DATE IS NUMERIC
                   IF WS-HT-TBL-CNT < WS-HT-TBL-MAX
                       ADD 1 TO WS-HT-TBL-CNT
                       MOVE WS-CAL-DATE TO WS-HT-DATE (WS-HT-TBL-CNT)
                   END-IF
               WHEN WS-CAL-WEEKDAY-RULE
                   AND WS-CAL-WEEKDAY >= "1"
                   AND WS-CAL-WEEKDAY <= "7"
                   MOVE WS-CAL-WEEKDAY TO WS-WEEKDAY
                   MOVE 'Y' TO WS-WD-CLOSED (WS-WEEKDAY)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * 1400-LOAD-REGION-SCHEDULE - EVERY SCHEDULED REGION IS ON THE
      * SCORECARD, AND AN EXPECTED ONE IS RANKED EVEN IN A MONTH IT
      * SENT NOTHING - THAT IS EXACTLY THE MONTH IT SHOULD BE SEEN.
      *****************************************************************
       1400-LOAD-REGION-SCHEDULE.
           PERFORM UNTIL WS-REGSCHED-EOF
               READ REGION-SCHEDULE-FILE INTO WS-SCHEDULE-RECORD
                   AT END
                       MOVE 'Y' TO WS-REGSCHED-EOF-FLAG
                   NOT AT END
                       IF WS-SCH-REGION NOT = SPACES
                           MOVE WS-SCH-REGION TO WS-FIND-REGION
                           PERFORM 5100-FIND-OR-ADD-REGION
                           MOVE WS-SCH-REGION-NAME
                               TO WS-RGT-NAME (WS-RGT-SUB)
                           IF WS-SCH-EXPECTED
                               MOVE 'Y' TO WS-RGT-EXPECTED (WS-RGT-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGION-SCHEDULE-FILE.

      *****************************************************************
      * 2000-LOAD-ACTIVITY-HISTORY - ONE PASS OF THE REGION ACTIVITY
      * HISTORY. RECORDS WHOSE BUSINESS DATE FALLS IN NEITHER MONTH
      * ARE SKIPPED. RECORDS RECEIVED ARE THE BATCH'S COUNTED
      * DETAILS (THE BS ACTUAL COUNT) PLUS EVERY REJECT AND DUPLICATE
      * - THE SAME RECEIVED FIGURE THE REGION IS ACKNOWLEDGED WITH.
      *****************************************************************
       2000-LOAD-ACTIVITY-HISTORY.
           PERFORM UNTIL WS-ACKHIST-EOF
               READ ACK-HISTORY-FILE INTO WS-ACK-WORK-RECORD
                   AT END
                       MOVE 'Y' TO WS-ACKHIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACKHIST-READ-CNT
                       PERFORM 2100-TALLY-ACTIVITY
               END-READ
           END-PERFORM
           CLOSE ACK-HISTORY-FILE.

       2100-TALLY-ACTIVITY.
           MOVE WS-ACW-BUSINESS-DATE TO WS-PRD-WORK-DATE
           PERFORM 5200-FIND-PERIOD
           IF WS-PRD-SUB > 0
               ADD 1 TO WS-ACKHIST-USED-CNT
               MOVE WS-ACW-REGION TO WS-FIND-REGION
               PERFORM 5100-FIND-OR-ADD-REGION
               MOVE 'Y' TO WS-RGT-ACTIVE (WS-RGT-SUB, WS-PRD-SUB)
               EVALUATE TRUE
                   WHEN WS-ACW-BATCH-STATUS-REC
                       ADD 1 TO WS-RGT-BATCH-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                       ADD WS-ACW-ACTUAL-CNT TO WS-RGT-RECEIVED
                           (WS-RGT-SUB, WS-PRD-SUB)
                       IF WS-ACW-SUSPENDED
                           ADD 1 TO WS-RGT-SUSP-CNT
                               (WS-RGT-SUB, WS-PRD-SUB)
                       END-IF
                   WHEN WS-ACW-REJECT-REC
                       ADD 1 TO WS-RGT-REJECT-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                       ADD 1 TO WS-RGT-RECEIVED
                           (WS-RGT-SUB, WS-PRD-SUB)
                   WHEN WS-ACW-DUPLICATE-REC
                       ADD 1 TO WS-RGT-DUP-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                       ADD 1 TO WS-RGT-RECEIVED
                           (WS-RGT-SUB, WS-PRD-SUB)
                   WHEN WS-ACW-UNMATCHED-REC
                       ADD 1 TO WS-RGT-UNMAT-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *****************************************************************
      * 2300-LOAD-TRANSMIT-REGISTER - EVERY TRANSMISSION PROCESSED ON
      * A BUSINESS DATE IN EITHER MONTH MARKS ITS REGION AS HEARD
      * FROM THAT DAY (FOR 2700) AND IS TESTED FOR LATENESS: THE
      * PROCESSING DAYS AFTER ITS FILE DATE UP TO AND INCLUDING THE
      * DAY IT WAS PROCESSED MUST NOT EXCEED LATEDAYS. THE COUNT STOPS
      * AS SOON AS THE LIMIT IS PASSED.
      *****************************************************************
       2300-LOAD-TRANSMIT-REGISTER.
           PERFORM UNTIL WS-TRANSREG-EOF
               READ TRANSMIT-REG-FILE INTO WS-TRANSMIT-REG-RECORD
                   AT END
                       MOVE 'Y' TO WS-TRANSREG-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-TRANSREG-READ-CNT
                       PERFORM 2400-TALLY-TRANSMISSION
               END-READ
           END-PERFORM
           CLOSE TRANSMIT-REG-FILE.

       2400-TALLY-TRANSMISSION.
           MOVE WS-TRG-PROC-DATE TO WS-PRD-WORK-DATE
           PERFORM 5200-FIND-PERIOD
           IF WS-PRD-SUB > 0
               AND WS-TRG-PROC-DATE IS NUMERIC
               ADD 1 TO WS-TRANSREG-USED-CNT
               MOVE 'Y' TO WS-PRD-TREG-SEEN (WS-PRD-SUB)
               MOVE WS-TRG-REGION TO WS-FIND-REGION
               PERFORM 5100-FIND-OR-ADD-REGION
               MOVE 'Y' TO WS-RGT-ACTIVE (WS-RGT-SUB, WS-PRD-SUB)
               MOVE WS-TRG-PROC-DATE (7:2) TO WS-DAY-OF-MONTH
               MOVE 'Y' TO WS-RGT-DAY-FLAGS (WS-RGT-SUB, WS-PRD-SUB)
                   (WS-DAY-OF-MONTH:1)
               IF WS-TRG-FILE-DATE IS NUMERIC
                   AND WS-TRG-FILE-DATE < WS-TRG-PROC-DATE
                   MOVE WS-TRG-FILE-DATE TO WS-DATE-9
                   COMPUTE WS-FILE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-9)
                   MOVE WS-TRG-PROC-DATE TO WS-DATE-9
                   COMPUTE WS-PROC-INT =
                       FUNCTION INTEGER-OF-DATE (WS-DATE-9)
                   MOVE 0 TO WS-PROC-DAYS-CNT
                   COMPUTE WS-DAY-INT = WS-FILE-INT + 1
                   PERFORM UNTIL WS-DAY-INT > WS-PROC-INT
                           OR WS-PROC-DAYS-CNT > WS-LATE-DAYS
                       MOVE WS-DAY-INT TO WS-CHK-INTEGER
                       PERFORM 5300-CHECK-PROCESSING-DAY
                       IF WS-PROCESSING-DAY
                           ADD 1 TO WS-PROC-DAYS-CNT
                       END-IF
                       ADD 1 TO WS-DAY-INT
                   END-PERFORM
                   IF WS-PROC-DAYS-CNT > WS-LATE-DAYS
                       ADD 1 TO WS-RGT-LATE-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 2500-LOAD-SUSPENSE - THE SB CONTROL RECORD OF EVERY BATCH
      * STILL HELD. SD DETAIL RECORDS ADD NOTHING HERE.
      *****************************************************************
       2500-LOAD-SUSPENSE.
           PERFORM UNTIL WS-SUSPENSE-EOF
               READ SUSPENSE-FILE INTO WS-SUSPENSE-RECORD
                   AT END
                       MOVE 'Y' TO WS-SUSPENSE-EOF-FLAG
                   NOT AT END
                       IF WS-SUS-TYPE-BATCH
                           AND WS-SUS-SUSPEND-DATE IS NUMERIC
                           ADD 1 TO WS-SUSP-BATCH-CNT
                           MOVE WS-SUS-SUSPEND-DATE TO WS-DATE-9
                           MOVE WS-SUS-REGION TO WS-SUSP-REGION
                           MOVE 0 TO WS-OUT-INT
                           PERFORM 2600-TALLY-SUSPENSE-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-FILE.

      *****************************************************************
      * 2550-LOAD-SUSPENSE-RELEASES - THE BATCHES THAT HAVE LEFT THE
      * SUSPENSE FILE. EVERY RELEASE OR RETURN CNTSUSP CARRIED OUT IS
      * ON THE OPERATOR-ACTION JOURNAL AS AN APPLIED RECORD WITH THE
      * BATCH'S REGION AND SUSPEND DATE, STAMPED WITH THE DATE IT WAS
      * ACTED ON. PENDING RECORDS (AWAITING APPROVAL) LEFT THE BATCH
      * WHERE IT WAS - IT IS STILL ON THE SUSPENSE FILE, OR A LATER
      * APPLIED RECORD SAYS WHEN IT LEFT - AND CNTRCYC'S REPAIRS ARE
      * NOT SUSPENDED BATCHES AT ALL, SO NEITHER IS CHARGED HERE.
      *****************************************************************
       2550-LOAD-SUSPENSE-RELEASES.
           PERFORM UNTIL WS-OPJRNL-EOF
               READ OP-JOURNAL-FILE INTO WS-OP-JOURNAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-OPJRNL-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-OPJRNL-READ-CNT
                       IF WS-OPJ-PROGRAM = "CNTSUSP"
                           AND WS-OPJ-APPLIED
                           AND (WS-OPJ-RELEASE OR WS-OPJ-RETURN)
                           AND WS-OPJ-SUSP-DATE IS NUMERIC
                           AND WS-OPJ-TIMESTAMP (1:8) IS NUMERIC
                           ADD 1 TO WS-SUSP-OUT-CNT
                           MOVE WS-OPJ-TIMESTAMP (1:8) TO WS-DATE-9
                           COMPUTE WS-OUT-INT =
                               FUNCTION INTEGER-OF-DATE (WS-DATE-9)
                           MOVE WS-OPJ-SUSP-DATE TO WS-DATE-9
                           MOVE WS-OPJ-REGION TO WS-SUSP-REGION
                           PERFORM 2600-TALLY-SUSPENSE-DAYS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OP-JOURNAL-FILE.

      *****************************************************************
      * 2600-TALLY-SUSPENSE-DAYS - A SUSPENDED BATCH (SUSPEND DATE IN
      * WS-DATE-9, REGION IN WS-SUSP-REGION) IS CHARGED, IN EACH
      * MONTH, ONE DAY FOR EVERY DAY OF THE MONTH AFTER ITS SUSPEND
      * DATE UP TO THE DAY IT LEFT SUSPENSE - THE SAME DAY COUNT THE
      * SUSPENSE AGING REPORT SHOWS, CUT TO THE MONTH. FOR A BATCH
      * STILL HELD (WS-OUT-INT ZERO) THAT IS THE MONTH'S LAST
      * MEASURED DAY; FOR ONE RELEASED OR RETURNED IT IS THE DAY
      * CNTSUSP ACTED, OR THE LAST MEASURED DAY IF THAT CAME FIRST.
      * A BATCH HELD FOR 27 DAYS AND THEN RELEASED IS CHARGED ITS 27
      * DAYS, AND A RELEASE NEVER TAKES DAYS BACK OUT OF A MONTH
      * ALREADY MEASURED.
      *****************************************************************
       2600-TALLY-SUSPENSE-DAYS.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-9)
           MOVE 1 TO WS-PRD-SUB
           PERFORM UNTIL WS-PRD-SUB > 2
               COMPUTE WS-FROM-INT = WS-PRD-START-INT (WS-PRD-SUB) - 1
               IF WS-DAY-INT > WS-FROM-INT
                   MOVE WS-DAY-INT TO WS-FROM-INT
               END-IF
               MOVE WS-PRD-ASOF-INT (WS-PRD-SUB) TO WS-TO-INT
               IF WS-OUT-INT > 0
                   AND WS-OUT-INT < WS-TO-INT
                   MOVE WS-OUT-INT TO WS-TO-INT
               END-IF
               IF WS-TO-INT > WS-FROM-INT
                   COMPUTE WS-HELD-DAYS = WS-TO-INT - WS-FROM-INT
                   MOVE WS-SUSP-REGION TO WS-FIND-REGION
                   PERFORM 5100-FIND-OR-ADD-REGION
                   MOVE 'Y' TO WS-RGT-ACTIVE (WS-RGT-SUB, WS-PRD-SUB)
                   ADD WS-HELD-DAYS TO WS-RGT-SUSP-DAYS
                       (WS-RGT-SUB, WS-PRD-SUB)
               END-IF
               ADD 1 TO WS-PRD-SUB
           END-PERFORM.

      *****************************************************************
      * 2700-COUNT-MISSING-TRANSMISSIONS - FOR EACH EXPECTED REGION,
      * EVERY PROCESSING DAY OF THE MONTH UP TO THE LAST MEASURED DAY
      * WITH NO TRANSMISSION FROM IT ON THE REGISTER. A NIGHT CNTPROC
      * STOPPED FOR A MISSING REGION REGISTERED NOTHING FOR ANYONE,
      * SO THE CALENDAR, NOT THE REGISTER, SAYS WHICH DAYS COUNT.
      * EXPECTED REGIONS ARE RANKED IN EVERY MONTH THAT HAS STARTED.
      *****************************************************************
       2700-COUNT-MISSING-TRANSMISSIONS.
           MOVE 1 TO WS-PRD-SUB
           PERFORM UNTIL WS-PRD-SUB > 2
               MOVE 1 TO WS-RGT-SUB
               PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
                   IF WS-RGT-EXPECTED (WS-RGT-SUB) = 'Y'
                       AND WS-PRD-ASOF-INT (WS-PRD-SUB) >=
                           WS-PRD-START-INT (WS-PRD-SUB)
                       MOVE 'Y' TO WS-RGT-ACTIVE
                           (WS-RGT-SUB, WS-PRD-SUB)
                       IF WS-PRD-TREG-SEEN (WS-PRD-SUB) = 'Y'
                           PERFORM 2750-COUNT-REGION-MISSING
                       END-IF
                   END-IF
                   ADD 1 TO WS-RGT-SUB
               END-PERFORM
               ADD 1 TO WS-PRD-SUB
           END-PERFORM.

       2750-COUNT-REGION-MISSING.
           MOVE WS-PRD-START-INT (WS-PRD-SUB) TO WS-DAY-INT
           PERFORM UNTIL WS-DAY-INT > WS-PRD-ASOF-INT (WS-PRD-SUB)
               COMPUTE WS-DAY-OF-MONTH =
                   WS-DAY-INT - WS-PRD-START-INT (WS-PRD-SUB) + 1
               IF WS-RGT-DAY-FLAGS (WS-RGT-SUB, WS-PRD-SUB)
                       (WS-DAY-OF-MONTH:1) NOT = 'Y'
                   MOVE WS-DAY-INT TO WS-CHK-INTEGER
                   PERFORM 5300-CHECK-PROCESSING-DAY
                   IF WS-PROCESSING-DAY
                       ADD 1 TO WS-RGT-MISS-CNT
                           (WS-RGT-SUB, WS-PRD-SUB)
                   END-IF
               END-IF
               ADD 1 TO WS-DAY-INT
           END-PERFORM.

      *****************************************************************
      * 3000-SCORE-REGIONS - WORKS OUT THE SIX MEASURES FOR EVERY
      * REGION IN BOTH MONTHS, THEN RANKS EACH MONTH (3200) AND FINDS
      * EACH RANKED REGION'S PLACE IN THE TABLE (3300). THE BLANK
      * REGION IS SCORED FOR PRINTING BUT NEVER RANKED.
      *****************************************************************
       3000-SCORE-REGIONS.
           MOVE 1 TO WS-RGT-SUB
           PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-REGION (WS-RGT-SUB) = SPACES
                   MOVE WS-RGT-SUB TO WS-UNATTRIB-SUB
               END-IF
               MOVE 1 TO WS-PRD-SUB
               PERFORM UNTIL WS-PRD-SUB > 2
                   MOVE WS-RGT-PERIOD (WS-RGT-SUB, WS-PRD-SUB)
                       TO WS-ROW-PERIOD (1)
                   PERFORM 3100-COMPUTE-ROW-SCORES
                   MOVE WS-ROW-PERIOD (1)
                       TO WS-RGT-PERIOD (WS-RGT-SUB, WS-PRD-SUB)
                   PERFORM 3150-ADD-TO-TOTALS
                   ADD 1 TO WS-PRD-SUB
               END-PERFORM
               ADD 1 TO WS-RGT-SUB
           END-PERFORM
           MOVE 1 TO WS-PRD-SUB
           PERFORM UNTIL WS-PRD-SUB > 2
               MOVE WS-TOT-PERIOD (WS-PRD-SUB) TO WS-ROW-PERIOD (1)
               PERFORM 3100-COMPUTE-ROW-SCORES
               MOVE WS-ROW-PERIOD (1) TO WS-TOT-PERIOD (WS-PRD-SUB)
               PERFORM 3200-RANK-PERIOD
               PERFORM 3300-POSITION-PERIOD
               ADD 1 TO WS-PRD-SUB
           END-PERFORM.

       3100-COMPUTE-ROW-SCORES.
           MOVE 0 TO WS-ROW-SCORE (1, 1)
           MOVE 0 TO WS-ROW-SCORE (1, 2)
           IF WS-ROW-RECEIVED (1) > 0
               COMPUTE WS-ROW-SCORE (1, 1) ROUNDED =
                   (WS-ROW-REJECT-CNT (1) * 100) / WS-ROW-RECEIVED (1)
               COMPUTE WS-ROW-SCORE (1, 2) ROUNDED =
                   (WS-ROW-DUP-CNT (1) * 100) / WS-ROW-RECEIVED (1)
           END-IF
           MOVE WS-ROW-SUSP-CNT (1) TO WS-ROW-SCORE (1, 3)
           MOVE WS-ROW-SUSP-DAYS (1) TO WS-ROW-SCORE (1, 4)
           MOVE WS-ROW-UNMAT-CNT (1) TO WS-ROW-SCORE (1, 5)
           COMPUTE WS-ROW-SCORE (1, 6) =
               WS-ROW-LATE-CNT (1) + WS-ROW-MISS-CNT (1)
           MOVE 0 TO WS-ROW-RANK-SUM (1)
           MOVE 0 TO WS-ROW-POSITION (1).

       3150-ADD-TO-TOTALS.
           ADD WS-RGT-RECEIVED (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-RECEIVED (WS-PRD-SUB)
           ADD WS-RGT-REJECT-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-REJECT-CNT (WS-PRD-SUB)
           ADD WS-RGT-DUP-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-DUP-CNT (WS-PRD-SUB)
           ADD WS-RGT-BATCH-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-BATCH-CNT (WS-PRD-SUB)
           ADD WS-RGT-SUSP-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-SUSP-CNT (WS-PRD-SUB)
           ADD WS-RGT-SUSP-DAYS (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-SUSP-DAYS (WS-PRD-SUB)
           ADD WS-RGT-UNMAT-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-UNMAT-CNT (WS-PRD-SUB)
           ADD WS-RGT-LATE-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-LATE-CNT (WS-PRD-SUB)
           ADD WS-RGT-MISS-CNT (WS-RGT-SUB, WS-PRD-SUB)
               TO WS-TOT-MISS-CNT (WS-PRD-SUB).

      *****************************************************************
      * 3200-RANK-PERIOD - FOR EACH RANKED REGION AND MEASURE, ITS
      * RANK IS ONE MORE THAN THE NUMBER OF RANKED REGIONS THAT DID
      * STRICTLY BETTER (LOWER), SO TIED REGIONS SHARE A RANK. THE
      * SIX RANKS ARE ADDED INTO WS-RGT-RANK-SUM.
      *****************************************************************
       3200-RANK-PERIOD.
           MOVE 1 TO WS-RGT-SUB
           PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-REGION (WS-RGT-SUB) NOT = SPACES
                   AND WS-RGT-ACTIVE (WS-RGT-SUB, WS-PRD-SUB) = 'Y'
                   ADD 1 TO WS-PRD-RANKED-CNT (WS-PRD-SUB)
                   MOVE 1 TO WS-MEAS-SUB
                   PERFORM UNTIL WS-MEAS-SUB > 6
                       PERFORM 3250-RANK-ONE-MEASURE
                       ADD WS-RANK-WORK TO WS-RGT-RANK-SUM
                           (WS-RGT-SUB, WS-PRD-SUB)
                       ADD 1 TO WS-MEAS-SUB
                   END-PERFORM
               END-IF
               ADD 1 TO WS-RGT-SUB
           END-PERFORM.

       3250-RANK-ONE-MEASURE.
           MOVE 1 TO WS-RANK-WORK
           MOVE 1 TO WS-RGT-SCAN-SUB
           PERFORM UNTIL WS-RGT-SCAN-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-REGION (WS-RGT-SCAN-SUB) NOT = SPACES
                   AND WS-RGT-ACTIVE (WS-RGT-SCAN-SUB, WS-PRD-SUB)
                       = 'Y'
                   AND WS-RGT-SCORE (WS-RGT-SCAN-SUB, WS-PRD-SUB,
                       WS-MEAS-SUB) <
                       WS-RGT-SCORE (WS-RGT-SUB, WS-PRD-SUB,
                       WS-MEAS-SUB)
                   ADD 1 TO WS-RANK-WORK
               END-IF
               ADD 1 TO WS-RGT-SCAN-SUB
           END-PERFORM.

      *****************************************************************
      * 3300-POSITION-PERIOD - A RANKED REGION'S PLACE IS ONE MORE
      * THAN THE NUMBER OF RANKED REGIONS AHEAD OF IT: A LOWER RANK
      * SUM, OR THE SAME SUM AND A LOWER REJECT RATE, OR BOTH THE
      * SAME AND A LOWER REGION CODE. EVERY PLACE IS THEREFORE
      * DISTINCT.
      *****************************************************************
       3300-POSITION-PERIOD.
           MOVE 1 TO WS-RGT-SUB
           PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-REGION (WS-RGT-SUB) NOT = SPACES
                   AND WS-RGT-ACTIVE (WS-RGT-SUB, WS-PRD-SUB) = 'Y'
                   MOVE 1 TO WS-RANK-WORK
                   MOVE 1 TO WS-RGT-SCAN-SUB
                   PERFORM UNTIL WS-RGT-SCAN-SUB > WS-RGT-TBL-CNT
                       IF WS-RGT-REGION (WS-RGT-SCAN-SUB) NOT = SPACES
                           AND WS-RGT-ACTIVE
                               (WS-RGT-SCAN-SUB, WS-PRD-SUB) = 'Y'
                           PERFORM 3350-COMPARE-PLACING
                       END-IF
                       ADD 1 TO WS-RGT-SCAN-SUB
                   END-PERFORM
                   MOVE WS-RANK-WORK
                       TO WS-RGT-POSITION (WS-RGT-SUB, WS-PRD-SUB)
               END-IF
               ADD 1 TO WS-RGT-SUB
           END-PERFORM.

       3350-COMPARE-PLACING.
           EVALUATE TRUE
               WHEN WS-RGT-RANK-SUM (WS-RGT-SCAN-SUB, WS-PRD-SUB) <
                    WS-RGT-RANK-SUM (WS-RGT-SUB, WS-PRD-SUB)
                   ADD 1 TO WS-RANK-WORK
               WHEN WS-RGT-RANK-SUM (WS-RGT-SCAN-SUB, WS-PRD-SUB) >
                    WS-RGT-RANK-SUM (WS-RGT-SUB, WS-PRD-SUB)
                   CONTINUE
               WHEN WS-RGT-SCORE (WS-RGT-SCAN-SUB, WS-PRD-SUB, 1) <
                    WS-RGT-SCORE (WS-RGT-SUB, WS-PRD-SUB, 1)
                   ADD 1 TO WS-RANK-WORK
               WHEN WS-RGT-SCORE (WS-RGT-SCAN-SUB, WS-PRD-SUB, 1) >
                    WS-RGT-SCORE (WS-RGT-SUB, WS-PRD-SUB, 1)
                   CONTINUE
               WHEN WS-RGT-REGION (WS-RGT-SCAN-SUB) <
                    WS-RGT-REGION (WS-RGT-SUB)
                   ADD 1 TO WS-RANK-WORK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * 4000-PRINT-SCORECARD - HEADINGS, THE RANKED REGIONS IN PLACE
      * ORDER, THE UNATTRIBUTED LINE, THE ALL-REGION TOTALS, THEN THE
      * FIVE WORST REGIONS ON EACH MEASURE.
      *****************************************************************
       4000-PRINT-SCORECARD.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "REGION DATA-QUALITY SCORECARD - "
                   WS-PRD-LABEL (1) " AGAINST " WS-PRD-LABEL (2)
                   "    BUSINESS DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-LATE-DAYS TO WS-SHORT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PLACE 1 IS THE BEST RECORD. LATE = PROCESSED MORE "
                   "THAN " WS-SHORT-EDIT " PROCESSING DAY(S) AFTER "
                   "THE FILE DATE. CHANGE = THIS MONTH LESS LAST."
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           PERFORM 4050-PRINT-CARD-ERRORS
           IF WS-PRD-ASOF-INT (1) < WS-PRD-END-INT (1)
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MONTH IN PROGRESS - FIGURES ARE TO DATE"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-HEADING-1
           MOVE 1 TO WS-RANK-NO
           PERFORM UNTIL WS-RANK-NO > WS-PRD-RANKED-CNT (1)
               PERFORM 4100-FIND-REGION-AT-PLACE
               IF WS-RGT-BEST-SUB > 0
                   PERFORM 4200-PRINT-REGION-LINE
               END-IF
               ADD 1 TO WS-RANK-NO
           END-PERFORM
           IF WS-PRD-RANKED-CNT (1) = 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NO REGION ACTIVITY FOR " WS-PRD-LABEL (1)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           END-IF
           IF WS-UNATTRIB-SUB > 0
               MOVE WS-UNATTRIB-SUB TO WS-RGT-BEST-SUB
               PERFORM 4200-PRINT-REGION-LINE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOT-PERIOD (1) TO WS-ROW-PERIOD (1)
           MOVE WS-TOT-PERIOD (2) TO WS-ROW-PERIOD (2)
           PERFORM 4300-FORMAT-ROW
           MOVE SPACES TO WS-SL-MOVE
           MOVE "ALL REGIONS" TO WS-SL-NAME
           WRITE FD-REPORT-LINE FROM WS-SCORE-LINE
           PERFORM 4500-PRINT-WORST-BY-MEASURE.

       4050-PRINT-CARD-ERRORS.
           MOVE 1 TO WS-RGT-SCAN-SUB
           PERFORM UNTIL WS-RGT-SCAN-SUB > WS-BAD-CARD-CNT
                   OR WS-RGT-SCAN-SUB > 10
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** CONTROL CARD NOT RECOGNISED, IGNORED: "
                       WS-BAD-CARD (WS-RGT-SCAN-SUB)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-RGT-SCAN-SUB
           END-PERFORM.

       4100-FIND-REGION-AT-PLACE.
           MOVE 0 TO WS-RGT-BEST-SUB
           MOVE 1 TO WS-RGT-SCAN-SUB
           PERFORM UNTIL WS-RGT-SCAN-SUB > WS-RGT-TBL-CNT
                   OR WS-RGT-BEST-SUB > 0
               IF WS-RGT-REGION (WS-RGT-SCAN-SUB) NOT = SPACES
                   AND WS-RGT-ACTIVE (WS-RGT-SCAN-SUB, 1) = 'Y'
                   AND WS-RGT-POSITION (WS-RGT-SCAN-SUB, 1) =
                       WS-RANK-NO
                   MOVE WS-RGT-SCAN-SUB TO WS-RGT-BEST-SUB
               END-IF
               ADD 1 TO WS-RGT-SCAN-SUB
           END-PERFORM.

      *****************************************************************
      * 4200-PRINT-REGION-LINE - THE REGION AT WS-RGT-BEST-SUB. MOVE
      * IS LAST MONTH'S PLACE LESS THIS MONTH'S.
      *****************************************************************
       4200-PRINT-REGION-LINE.
           MOVE WS-RGT-PERIOD (WS-RGT-BEST-SUB, 1) TO WS-ROW-PERIOD (1)
           MOVE WS-RGT-PERIOD (WS-RGT-BEST-SUB, 2) TO WS-ROW-PERIOD (2)
           PERFORM 4300-FORMAT-ROW
           IF WS-RGT-REGION (WS-RGT-BEST-SUB) = SPACES
               MOVE SPACES TO WS-SL-MOVE
               MOVE "(UNATTRIBUTED)" TO WS-SL-NAME
           ELSE
               MOVE WS-RGT-POSITION (WS-RGT-BEST-SUB, 1)
                   TO WS-SL-POSITION
               MOVE WS-RGT-REGION (WS-RGT-BEST-SUB) TO WS-SL-REGION
               MOVE WS-RGT-NAME (WS-RGT-BEST-SUB) TO WS-SL-NAME
               IF WS-RGT-ACTIVE (WS-RGT-BEST-SUB, 2) = 'Y'
                   COMPUTE WS-MOVE-EDIT =
                       WS-RGT-POSITION (WS-RGT-BEST-SUB, 2)
                       - WS-RGT-POSITION (WS-RGT-BEST-SUB, 1)
                   MOVE WS-MOVE-EDIT TO WS-SL-MOVE
               ELSE
                   MOVE " NEW" TO WS-SL-MOVE
               END-IF
           END-IF
           WRITE FD-REPORT-LINE FROM WS-SCORE-LINE.

      *****************************************************************
      * 4300-FORMAT-ROW - FILLS WS-SCORE-LINE FROM WS-ROW-FIGURES
      * (1 = THIS MONTH, 2 = LAST). POSITION, MOVE, REGION AND NAME
      * ARE LEFT FOR THE CALLER.
      *****************************************************************
       4300-FORMAT-ROW.
           MOVE SPACES TO WS-SL-MOVE
           MOVE SPACES TO WS-SL-REGION
           MOVE SPACES TO WS-SL-NAME
           MOVE 0 TO WS-SL-POSITION
           MOVE WS-ROW-RECEIVED (1) TO WS-SL-RECEIVED
           MOVE WS-ROW-SCORE (1, 1) TO WS-SL-REJ-PCT
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 1) - WS-ROW-SCORE (2, 1)
           MOVE WS-CHANGE-WORK TO WS-SL-REJ-CHG
           MOVE WS-ROW-SCORE (1, 2) TO WS-SL-DUP-PCT
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 2) - WS-ROW-SCORE (2, 2)
           MOVE WS-CHANGE-WORK TO WS-SL-DUP-CHG
           MOVE WS-ROW-SUSP-CNT (1) TO WS-SL-SUSP
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 3) - WS-ROW-SCORE (2, 3)
           MOVE WS-CHANGE-WORK TO WS-SL-SUSP-CHG
           MOVE WS-ROW-SUSP-DAYS (1) TO WS-SL-SDAYS
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 4) - WS-ROW-SCORE (2, 4)
           MOVE WS-CHANGE-WORK TO WS-SL-SDAYS-CHG
           MOVE WS-ROW-UNMAT-CNT (1) TO WS-SL-UNMAT
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 5) - WS-ROW-SCORE (2, 5)
           MOVE WS-CHANGE-WORK TO WS-SL-UNMAT-CHG
           MOVE WS-ROW-LATE-CNT (1) TO WS-SL-LATE
           MOVE WS-ROW-MISS-CNT (1) TO WS-SL-MISS
           COMPUTE WS-CHANGE-WORK =
               WS-ROW-SCORE (1, 6) - WS-ROW-SCORE (2, 6)
           MOVE WS-CHANGE-WORK TO WS-SL-LATE-CHG.

      *****************************************************************
      * 4500-PRINT-WORST-BY-MEASURE - FOR EACH MEASURE, UP TO FIVE
      * RANKED REGIONS WITH THE HIGHEST NON-ZERO FIGURE THIS MONTH,
      * WORST FIRST (REPEATED HIGHEST-REMAINING SCAN, SAME SHAPE AS
      * RPTPACE'S SLOWEST STRETCHES).
      *****************************************************************
       4500-PRINT-WORST-BY-MEASURE.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FIVE WORST REGIONS BY MEASURE - " WS-PRD-LABEL (1)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE 1 TO WS-MEAS-SUB
           PERFORM UNTIL WS-MEAS-SUB > 6
               MOVE 1 TO WS-RGT-SUB
               PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
                   MOVE 'N' TO WS-RGT-PICKED (WS-RGT-SUB)
                   ADD 1 TO WS-RGT-SUB
               END-PERFORM
               MOVE SPACES TO WS-WORST-LINE
               MOVE WS-MEASURE-NAME (WS-MEAS-SUB) TO WS-WL-MEASURE
               MOVE 0 TO WS-WORST-CNT
               MOVE 1 TO WS-RGT-BEST-SUB
               PERFORM UNTIL WS-WORST-CNT >= 5
                       OR WS-RGT-BEST-SUB = 0
                   PERFORM 4550-FIND-WORST-REMAINING
                   IF WS-RGT-BEST-SUB > 0
                       ADD 1 TO WS-WORST-CNT
                       MOVE 'Y' TO WS-RGT-PICKED (WS-RGT-BEST-SUB)
                       MOVE WS-RGT-REGION (WS-RGT-BEST-SUB)
                           TO WS-WL-REGION (WS-WORST-CNT)
                       MOVE WS-RGT-SCORE (WS-RGT-BEST-SUB, 1,
                           WS-MEAS-SUB) TO WS-WL-VALUE (WS-WORST-CNT)
                   END-IF
               END-PERFORM
               IF WS-WORST-CNT = 0
                   MOVE "NONE" TO WS-WL-REGION (1)
               END-IF
               WRITE FD-REPORT-LINE FROM WS-WORST-LINE
               ADD 1 TO WS-MEAS-SUB
           END-PERFORM.

       4550-FIND-WORST-REMAINING.
           MOVE 0 TO WS-RGT-BEST-SUB
           MOVE 1 TO WS-RGT-SCAN-SUB
           PERFORM UNTIL WS-RGT-SCAN-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-REGION (WS-RGT-SCAN-SUB) NOT = SPACES
                   AND WS-RGT-ACTIVE (WS-RGT-SCAN-SUB, 1) = 'Y'
                   AND WS-RGT-PICKED (WS-RGT-SCAN-SUB) = 'N'
                   AND WS-RGT-SCORE (WS-RGT-SCAN-SUB, 1,
                       WS-MEAS-SUB) > 0
                   IF WS-RGT-BEST-SUB = 0
                       MOVE WS-RGT-SCAN-SUB TO WS-RGT-BEST-SUB
                   ELSE
                       IF WS-RGT-SCORE (WS-RGT-SCAN-SUB, 1,
                               WS-MEAS-SUB) >
                           WS-RGT-SCORE (WS-RGT-BEST-SUB, 1,
                               WS-MEAS-SUB)
                           MOVE WS-RGT-SCAN-SUB TO WS-RGT-BEST-SUB
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RGT-SCAN-SUB
           END-PERFORM.

      *****************************************************************
      * 5100-FIND-OR-ADD-REGION - LEAVES WS-RGT-SUB ON WS-FIND-REGION,
      * ADDING IT WHEN IT IS NOT YET ON THE TABLE. A REGION BEYOND
      * THE TABLE STOPS THE RUN - A SCORECARD MISSING A REGION WOULD
      * RANK THE OTHERS ON A FALSE FIELD.
      *****************************************************************
       5100-FIND-OR-ADD-REGION.
           MOVE 1 TO WS-RGT-SUB
           PERFORM UNTIL WS-RGT-SUB > WS-RGT-TBL-CNT
                   OR WS-RGT-REGION (WS-RGT-SUB) = WS-FIND-REGION
               ADD 1 TO WS-RGT-SUB
           END-PERFORM
           IF WS-RGT-SUB > WS-RGT-TBL-CNT
               IF WS-RGT-TBL-CNT >= WS-RGT-TBL-MAX
                   PERFORM 9810-ABEND-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-RGT-TBL-CNT
               MOVE WS-RGT-TBL-CNT TO WS-RGT-SUB
               INITIALIZE WS-RGT-ENTRY (WS-RGT-SUB)
               MOVE WS-FIND-REGION TO WS-RGT-REGION (WS-RGT-SUB)
               MOVE 'N' TO WS-RGT-EXPECTED (WS-RGT-SUB)
               MOVE 'N' TO WS-RGT-PICKED (WS-RGT-SUB)
               MOVE 'N' TO WS-RGT-ACTIVE (WS-RGT-SUB, 1)
               MOVE 'N' TO WS-RGT-ACTIVE (WS-RGT-SUB, 2)
               MOVE ALL 'N' TO WS-RGT-DAY-FLAGS (WS-RGT-SUB, 1)
               MOVE ALL 'N' TO WS-RGT-DAY-FLAGS (WS-RGT-SUB, 2)
               IF WS-FIND-REGION NOT = SPACES
                   MOVE "(NOT ON SCHEDULE)" TO WS-RGT-NAME (WS-RGT-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * 5200-FIND-PERIOD - WHICH MONTH (1 OR 2) WS-PRD-WORK-DATE FALLS
      * IN, OR 0 FOR NEITHER.
      *****************************************************************
       5200-FIND-PERIOD.
           EVALUATE WS-PRD-WORK-DATE (1:6)
               WHEN WS-PRD-YYYYMM (1)
                   MOVE 1 TO WS-PRD-SUB
               WHEN WS-PRD-YYYYMM (2)
                   MOVE 2 TO WS-PRD-SUB
               WHEN OTHER
                   MOVE 0 TO WS-PRD-SUB
           END-EVALUATE.

      *****************************************************************
      * 5300-CHECK-PROCESSING-DAY - IS DAY NUMBER WS-CHK-INTEGER A
      * PROCESSING DAY ON THE CALENDAR? SAME TEST AS CNTBDATE'S 3300 -
      * DAY 1 (1601-01-01) WAS A MONDAY.
      *****************************************************************
       5300-CHECK-PROCESSING-DAY.
           MOVE 'Y' TO WS-PROC-DAY-FLAG
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-CHK-INTEGER - 1, 7) + 1
           IF WS-WD-CLOSED (WS-WEEKDAY) = 'Y'
               MOVE 'N' TO WS-PROC-DAY-FLAG
           ELSE
               IF WS-HT-TBL-CNT > 0
                   COMPUTE WS-CHK-DATE-9 =
                       FUNCTION DATE-OF-INTEGER (WS-CHK-INTEGER)
                   SET WS-HT-IDX TO 1
                   SEARCH WS-HOLIDAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HT-DATE (WS-HT-IDX) = WS-CHK-DATE-X
                           MOVE 'N' TO WS-PROC-DAY-FLAG
                   END-SEARCH
               END-IF
           END-IF.

       9000-END-OF-JOB.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ACTIVITY HISTORY READ " WS-ACKHIST-READ-CNT
                   " USED " WS-ACKHIST-USED-CNT
                   "  TRANSMISSIONS READ " WS-TRANSREG-READ-CNT
                   " USED " WS-TRANSREG-USED-CNT
                   "  BATCHES HELD " WS-SUSP-BATCH-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OPERATOR JOURNAL READ " WS-OPJRNL-READ-CNT
                   "  BATCHES RELEASED OR RETURNED " WS-SUSP-OUT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-REPORT-LINE FROM WS-REPORT-LINE
           CLOSE REPORT-OUT-FILE
           DISPLAY "RPTSCORE PERIOD " WS-PRD-LABEL (1)
               " REGIONS RANKED " WS-PRD-RANKED-CNT (1).

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "RPTSCORE ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9810-ABEND-TABLE-OVERFLOW - MORE REGIONS THAN THE TABLE HOLDS.
      *****************************************************************
       9810-ABEND-TABLE-OVERFLOW.
           DISPLAY "RPTSCORE ABEND - REGION TABLE OVERFLOW"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
