       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTBDATE.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTBDATE - OPEN-OF-DAY FOR THE CNTPROC SUITE.
      * EVERY PROGRAM IN THE SUITE USED TO TAKE "TODAY" FROM THE
      * SYSTEM CLOCK, SO A RUN THAT CROSSED MIDNIGHT, OR A RERUN AT
      * 8 AM AFTER AN OVERNIGHT FAILURE, STAMPED THE RUN HISTORY, THE
      * COUNTED REGISTER, THE MTD DATASET AND THE ALERTS WITH THE
      * WRONG DAY. THE SUITE NOW WORKS FROM ONE BUSINESS DATE HELD ON
      * A SINGLE CONTROL RECORD (BDATECTL, CPYBDATE), AND THIS
      * PROGRAM IS THE ONLY THING THAT MOVES IT:
      *   - THE NEXT BUSINESS DATE IS THE DAY AFTER THE CURRENT ONE,
      *     STEPPING OVER EVERY DATE THE NON-PROCESSING CALENDAR
      *     (BDATECAL, CPYBCAL) MARKS - NAMED HOLIDAYS AND WHOLE
      *     WEEKDAYS - SO FRIDAY IS FOLLOWED BY MONDAY, AND A BANK
      *     HOLIDAY MONDAY BY TUESDAY;
      *   - THE OUTGOING RECORD, JOB FLAGS AND ALL, IS APPENDED TO THE
      *     HISTORY DATASET (BDATEHST) BEFORE THE NEW ONE REPLACES IT,
      *     SO WHICH JOBS RAN FOR ANY PAST DATE CAN BE ANSWERED;
      *   - THE NEW RECORD STARTS OPEN WITH EVERY JOB FLAG CLEAR.
      * THE DATE IS NOT ADVANCED - RC=24, CONTROL RECORD UNTOUCHED -
      * WHEN:
      *   - THE CURRENT DATE IS STILL OPEN: CNTPROC (OR CNTMERGE ON A
      *     PARALLEL NIGHT) HAS NOT CLOSED IT, SO ADVANCING WOULD
      *     LEAVE A BUSINESS DAY UNCOUNTED;
      *   - THE NEW DATE WOULD BE LATER THAN THE SYSTEM DATE - THE
      *     JOB RAN TWICE, OR TOO EARLY;
      *   - THERE IS NO CURRENT RECORD AND NO DATE= CARD TO START
      *     FROM.
      * A FORCE=YES CARD OVERRIDES THE FIRST TWO FOR A SUPERVISED
      * RECOVERY; THE REPORT SAYS WHAT WAS FORCED.
      *
      * CONTROL CARDS ON BDTCTL (ALL OPTIONAL):
      *   DATE=YYYYMMDD  OPEN THIS DATE INSTEAD OF THE NEXT ONE - THE
      *                  FIRST RUN OF A NEW SETUP, OR A CORRECTION
      *   FORCE=YES      ADVANCE DESPITE AN OPEN CURRENT DATE, A DATE
      *                  AHEAD OF THE SYSTEM CLOCK, A DATE= NOT LATER
      *                  THAN THE CURRENT ONE, OR A DATE= THAT FALLS
      *                  ON A NON-PROCESSING DAY
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO BDATECAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECAL-STATUS.

           SELECT DATE-HISTORY-FILE ASSIGN TO BDATEHST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATEHST-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO BDTCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTCTL-STATUS.

           SELECT BDATE-RPT-FILE ASSIGN TO BDTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  FD-CALENDAR-RECORD        PIC X(80).

       FD  DATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  FD-DATE-HISTORY-RECORD    PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  BDATE-RPT-FILE
           RECORDING MODE IS F.
       01  FD-BDATE-RPT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
           COPY CPYBDATE.

           COPY CPYBCAL.

       01  WS-FILE-STATUSES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.
           05  WS-BDATECAL-STATUS    PIC XX VALUE SPACES.
           05  WS-BDATEHST-STATUS    PIC XX VALUE SPACES.
           05  WS-BDTCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-BDTRPT-STATUS      PIC XX VALUE SPACES.

       01  WS-BDTCTL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-BDTCTL-EOF         VALUE 'Y'.
       01  WS-BDTCTL-OPEN-FLAG       PIC X VALUE 'N'.
           88  WS-BDTCTL-OPEN        VALUE 'Y'.
       01  WS-BDATECAL-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-BDATECAL-EOF       VALUE 'Y'.
       01  WS-CURRENT-FOUND-FLAG     PIC X VALUE 'N'.
           88  WS-CURRENT-FOUND      VALUE 'Y'.
       01  WS-FORCE-FLAG             PIC X VALUE 'N'.
           88  WS-FORCE              VALUE 'Y'.
       01  WS-OVERRIDE-FLAG          PIC X VALUE 'N'.
           88  WS-OVERRIDE-DATE      VALUE 'Y'.
       01  WS-NON-PROC-FLAG          PIC X VALUE 'N'.
           88  WS-NON-PROCESSING-DAY VALUE 'Y'.
       01  WS-REFUSED-FLAG           PIC X VALUE 'N'.
           88  WS-REFUSED            VALUE 'Y'.

       01  WS-CONTROL-CARD           PIC X(80).
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-SYSTEM-DATE            PIC X(8).
       01  WS-SYSTEM-INTEGER         PIC 9(9) COMP VALUE 0.

       01  WS-OVERRIDE-DATE-X        PIC X(8) VALUE SPACES.
       01  WS-OLD-DATE               PIC X(8) VALUE SPACES.
       01  WS-OLD-INTEGER            PIC 9(9) COMP VALUE 0.
       01  WS-NEW-DATE-X             PIC X(8) VALUE SPACES.
       01  WS-NEW-DATE-9 REDEFINES WS-NEW-DATE-X
                                     PIC 9(8).
       01  WS-NEW-INTEGER            PIC 9(9) COMP VALUE 0.
       01  WS-CHECK-DATE-9           PIC 9(8) VALUE 0.
       01  WS-WEEKDAY                PIC 9(1) VALUE 0.
       01  WS-STEP-COUNT             PIC 9(3) VALUE 0.
       01  WS-SKIPPED-COUNT          PIC 9(3) VALUE 0.
       01  WS-SKIP-REASON            PIC X(30) VALUE SPACES.
       01  WS-REFUSAL-REASON         PIC X(80) VALUE SPACES.

      *****************************************************************
      * WS-CALENDAR-TABLE - THE NAMED NON-PROCESSING DATES, IN THE
      * ORDER OPERATIONS KEYED THEM (THE CALENDAR IS NOT GUARANTEED
      * SORTED, SO THE LOOKUP IS A SERIAL SEARCH - A FEW DOZEN
      * ENTRIES A YEAR), AND ONE SWITCH PER WEEKDAY FOR THE 'W'
      * ENTRIES. HOLIDAYS BEYOND THE TABLE ARE COUNTED AND REPORTED -
      * A DATE THE TABLE MISSED WOULD BE OPENED AS A PROCESSING DAY.
      *****************************************************************
       01  WS-CALENDAR-TABLE-AREA.
           05  WS-HT-TBL-MAX         PIC 9(4) COMP VALUE 500.
           05  WS-HT-TBL-CNT         PIC 9(4) COMP VALUE 0.
           05  WS-HT-DROPPED-CNT     PIC 9(4) COMP VALUE 0.
           05  WS-HOLIDAY-ENTRY OCCURS 0 TO 500 TIMES
                   DEPENDING ON WS-HT-TBL-CNT
                   INDEXED BY WS-HT-IDX.
               10  WS-HT-DATE        PIC X(8).
               10  WS-HT-DESC        PIC X(30).

       01  WS-WEEKDAY-RULES.
           05  WS-WD-CLOSED          PIC X(1) OCCURS 7 TIMES.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-COUNT-EDIT             PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-CALENDAR
           PERFORM 3000-DETERMINE-NEW-DATE
           IF WS-REFUSED
               PERFORM 9850-REFUSE-ADVANCE
           END-IF
           PERFORM 4000-OPEN-NEW-DATE
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-SYSTEM-DATE
           MOVE WS-SYSTEM-DATE TO WS-NEW-DATE-X
           COMPUTE WS-SYSTEM-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEW-DATE-9)
           MOVE SPACES TO WS-NEW-DATE-X
           MOVE ALL 'N' TO WS-WEEKDAY-RULES
           OPEN OUTPUT BDATE-RPT-FILE
           IF WS-BDTRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTBDATE BUSINESS DATE OPEN-OF-DAY - SYSTEM DATE: "
                   WS-SYSTEM-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 1200-READ-CURRENT-DATE.

       1100-LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-BDTCTL-STATUS = "00"
               MOVE 'Y' TO WS-BDTCTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-BDTCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-BDTCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-BDTCTL-EOF-FLAG
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-CONTROL-CARD = SPACES
                               CONTINUE
                           WHEN WS-CONTROL-CARD (1:5) = "DATE="
                               AND WS-CONTROL-CARD (6:8) IS NUMERIC
                               MOVE WS-CONTROL-CARD (6:8)
                                   TO WS-OVERRIDE-DATE-X
                               MOVE 'Y' TO WS-OVERRIDE-FLAG
                           WHEN WS-CONTROL-CARD (1:9) = "FORCE=YES"
                               MOVE 'Y' TO WS-FORCE-FLAG
                           WHEN OTHER
                               ADD 1 TO WS-BAD-CARD-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF WS-BDTCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BAD-CARD-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "INVALID CONTROL CARDS IGNORED: "
                       WS-BAD-CARD-COUNT DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           END-IF.

      *****************************************************************
      * 1200-READ-CURRENT-DATE - AN ABSENT OR EMPTY CONTROL DATASET
      * (STATUS 35, OR END OF FILE ON THE FIRST READ) MEANS A NEW
      * SETUP WITH NO CURRENT DATE; 3000 THEN INSISTS ON A DATE= CARD.
      * ANY OTHER OPEN FAILURE IS AN ABEND - GUESSING A DATE WOULD BE
      * WORSE THAN NOT OPENING ONE.
      *****************************************************************
       1200-READ-CURRENT-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE 'Y' TO WS-CURRENT-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           ELSE
               IF WS-BDATECTL-STATUS NOT = "35"
                   PERFORM 9800-ABEND-FILE-OPEN-ERROR
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-CURRENT-FOUND
               MOVE WS-BD-BUSINESS-DATE TO WS-OLD-DATE
               COMPUTE WS-OLD-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-BD-BUSINESS-DATE-9)
               IF WS-BD-DATE-CLOSED
                   STRING "CURRENT BUSINESS DATE: " WS-OLD-DATE
                           "  STATUS: CLOSED " WS-BD-CLOSED-STAMP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "CURRENT BUSINESS DATE: " WS-OLD-DATE
                           "  STATUS: OPEN"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           ELSE
               MOVE "CURRENT BUSINESS DATE: NONE ON FILE"
                   TO WS-REPORT-LINE
           END-IF
           WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 2000-LOAD-CALENDAR - AN ABSENT CALENDAR (STATUS 35) MAKES EVERY
      * DAY A PROCESSING DAY; THE REPORT SAYS SO, SINCE A SITE THAT
      * EXPECTS WEEKENDS SKIPPED WILL WANT TO KNOW.
      *****************************************************************
       2000-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-BDATECAL-STATUS = "35"
               MOVE 'Y' TO WS-BDATECAL-EOF-FLAG
               MOVE "NO NON-PROCESSING CALENDAR - EVERY DAY PROCESSES"
                   TO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           ELSE
               IF WS-BDATECAL-STATUS NOT = "00"
                   PERFORM 9800-ABEND-FILE-OPEN-ERROR
               END-IF
           END-IF
           PERFORM UNTIL WS-BDATECAL-EOF
               READ CALENDAR-FILE INTO WS-CALENDAR-RECORD
                   AT END
                       MOVE 'Y' TO WS-BDATECAL-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-STORE-CALENDAR-ENTRY
               END-READ
           END-PERFORM
           IF WS-BDATECAL-STATUS = "00" OR WS-BDATECAL-STATUS = "10"
               CLOSE CALENDAR-FILE
           END-IF
           IF WS-HT-DROPPED-CNT > 0
               MOVE WS-HT-DROPPED-CNT TO WS-COUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING - HOLIDAY TABLE FULL, ENTRIES IGNORED: "
                       WS-COUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           END-IF.

       2100-STORE-CALENDAR-ENTRY.
           EVALUATE TRUE
               WHEN WS-CAL-HOLIDAY
                   AND WS-CAL-DATE IS NUMERIC
                   IF WS-HT-TBL-CNT < WS-HT-TBL-MAX
                       ADD 1 TO WS-HT-TBL-CNT
                       MOVE WS-CAL-DATE TO WS-HT-DATE (WS-HT-TBL-CNT)
                       MOVE WS-CAL-DESC TO WS-HT-DESC (WS-HT-TBL-CNT)
                   ELSE
                       ADD 1 TO WS-HT-DROPPED-CNT
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
      * 3000-DETERMINE-NEW-DATE - PICKS THE DATE TO OPEN AND APPLIES
      * THE REFUSAL RULES IN THE PROGRAM HEADER. THE FIRST RULE THAT
      * FIRES IS THE ONE REPORTED. THE WALK FORWARD IS CAPPED AT 366
      * STEPS - A CALENDAR THAT CLOSES EVERY WEEKDAY WOULD OTHERWISE
      * NEVER FIND A PROCESSING DAY.
      *****************************************************************
       3000-DETERMINE-NEW-DATE.
           IF WS-OVERRIDE-DATE
               PERFORM 3100-VALIDATE-OVERRIDE-DATE
           ELSE
               IF NOT WS-CURRENT-FOUND
                   MOVE "NO CURRENT BUSINESS DATE - SUPPLY A DATE= CARD"
                       TO WS-REFUSAL-REASON
                   MOVE 'Y' TO WS-REFUSED-FLAG
               ELSE
                   PERFORM 3200-STEP-TO-NEXT-PROCESSING-DAY
               END-IF
           END-IF
           IF NOT WS-REFUSED
               AND WS-CURRENT-FOUND
               AND NOT WS-BD-DATE-CLOSED
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "CURRENT DATE " WS-OLD-DATE
                       " STILL OPEN - CNTPROC HAS NOT CLOSED IT"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               PERFORM 3900-REFUSE-UNLESS-FORCED
           END-IF
           IF NOT WS-REFUSED
               AND WS-CURRENT-FOUND
               AND WS-NEW-INTEGER <= WS-OLD-INTEGER
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "NEW DATE " WS-NEW-DATE-X
                       " IS NOT AFTER CURRENT DATE " WS-OLD-DATE
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               PERFORM 3900-REFUSE-UNLESS-FORCED
           END-IF
           IF NOT WS-REFUSED
               AND WS-NEW-INTEGER > WS-SYSTEM-INTEGER
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "NEW DATE " WS-NEW-DATE-X
                       " IS LATER THAN THE SYSTEM DATE " WS-SYSTEM-DATE
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               PERFORM 3900-REFUSE-UNLESS-FORCED
           END-IF.

      *****************************************************************
      * 3100-VALIDATE-OVERRIDE-DATE - A DATE= CARD MUST BE A REAL
      * CALENDAR DATE (IT MUST SURVIVE THE ROUND TRIP THROUGH A DAY
      * NUMBER UNCHANGED) AND, UNLESS FORCED, A PROCESSING DAY.
      *****************************************************************
       3100-VALIDATE-OVERRIDE-DATE.
           MOVE WS-OVERRIDE-DATE-X TO WS-NEW-DATE-X
           IF WS-NEW-DATE-X (5:2) < "01" OR WS-NEW-DATE-X (5:2) > "12"
               OR WS-NEW-DATE-X (7:2) < "01"
               OR WS-NEW-DATE-X (7:2) > "31"
               OR WS-NEW-DATE-X (1:4) < "1601"
               MOVE 0 TO WS-NEW-INTEGER
           ELSE
               COMPUTE WS-NEW-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-NEW-DATE-9)
           END-IF
           IF WS-NEW-INTEGER > 0
               COMPUTE WS-CHECK-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-NEW-INTEGER)
           END-IF
           IF WS-NEW-INTEGER = 0
               OR WS-CHECK-DATE-9 NOT = WS-NEW-DATE-9
               MOVE SPACES TO WS-REFUSAL-REASON
               STRING "DATE= CARD " WS-OVERRIDE-DATE-X
                       " IS NOT A VALID CALENDAR DATE"
                       DELIMITED BY SIZE INTO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-REFUSED-FLAG
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "DATE= OVERRIDE REQUESTED: " WS-NEW-DATE-X
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
               PERFORM 3300-CHECK-PROCESSING-DAY
               IF WS-NON-PROCESSING-DAY
                   MOVE SPACES TO WS-REFUSAL-REASON
                   STRING "DATE= " WS-NEW-DATE-X
                           " IS A NON-PROCESSING DAY - " WS-SKIP-REASON
                           DELIMITED BY SIZE INTO WS-REFUSAL-REASON
                   PERFORM 3900-REFUSE-UNLESS-FORCED
               END-IF
           END-IF.

      *****************************************************************
      * 3200-STEP-TO-NEXT-PROCESSING-DAY - DAY AFTER THE CURRENT DATE,
      * THEN ONWARD PAST EVERY NON-PROCESSING DAY, EACH SKIPPED DATE
      * LISTED ON THE REPORT WITH ITS REASON.
      *****************************************************************
       3200-STEP-TO-NEXT-PROCESSING-DAY.
           COMPUTE WS-NEW-INTEGER = WS-OLD-INTEGER + 1
           COMPUTE WS-NEW-DATE-9 =
               FUNCTION DATE-OF-INTEGER (WS-NEW-INTEGER)
           PERFORM 3300-CHECK-PROCESSING-DAY
           MOVE 0 TO WS-STEP-COUNT
           PERFORM UNTIL NOT WS-NON-PROCESSING-DAY
                   OR WS-STEP-COUNT >= 366
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SKIPPED NON-PROCESSING DAY " WS-NEW-DATE-X
                       " - " WS-SKIP-REASON
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-STEP-COUNT
               ADD 1 TO WS-NEW-INTEGER
               COMPUTE WS-NEW-DATE-9 =
                   FUNCTION DATE-OF-INTEGER (WS-NEW-INTEGER)
               PERFORM 3300-CHECK-PROCESSING-DAY
           END-PERFORM
           IF WS-NON-PROCESSING-DAY
               MOVE "CALENDAR LEAVES NO PROCESSING DAY IN THE NEXT YEAR"
                   TO WS-REFUSAL-REASON
               MOVE 'Y' TO WS-REFUSED-FLAG
           END-IF.

      *****************************************************************
      * 3300-CHECK-PROCESSING-DAY - IS WS-NEW-DATE-X CLOSED BY A
      * WEEKDAY RULE OR A NAMED HOLIDAY? THE WEEKDAY COMES FROM THE
      * DAY NUMBER - DAY 1 (1601-01-01) WAS A MONDAY.
      *****************************************************************
       3300-CHECK-PROCESSING-DAY.
           MOVE 'N' TO WS-NON-PROC-FLAG
           MOVE SPACES TO WS-SKIP-REASON
           COMPUTE WS-WEEKDAY =
               FUNCTION MOD (WS-NEW-INTEGER - 1, 7) + 1
           IF WS-WD-CLOSED (WS-WEEKDAY) = 'Y'
               MOVE 'Y' TO WS-NON-PROC-FLAG
               STRING "WEEKDAY " WS-WEEKDAY " NOT PROCESSED"
                       DELIMITED BY SIZE INTO WS-SKIP-REASON
           ELSE
               IF WS-HT-TBL-CNT > 0
                   SET WS-HT-IDX TO 1
                   SEARCH WS-HOLIDAY-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-HT-DATE (WS-HT-IDX) = WS-NEW-DATE-X
                           MOVE 'Y' TO WS-NON-PROC-FLAG
                           MOVE WS-HT-DESC (WS-HT-IDX)
                               TO WS-SKIP-REASON
                   END-SEARCH
               END-IF
           END-IF.

      *****************************************************************
      * 3900-REFUSE-UNLESS-FORCED - A FORCE=YES CARD TURNS THE REFUSAL
      * INTO A REPORTED OVERRIDE; WITHOUT ONE THE RUN IS REFUSED.
      *****************************************************************
       3900-REFUSE-UNLESS-FORCED.
           IF WS-FORCE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FORCED: " WS-REFUSAL-REASON
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REFUSAL-REASON
           ELSE
               MOVE 'Y' TO WS-REFUSED-FLAG
           END-IF.

      *****************************************************************
      * 4000-OPEN-NEW-DATE - THE OUTGOING RECORD GOES TO THE HISTORY
      * FIRST (ITS JOB FLAGS ARE THE ONLY RECORD OF WHAT RAN FOR THE
      * DATE), THEN THE CONTROL DATASET IS REWRITTEN WITH THE NEW DATE
      * OPEN AND EVERY FLAG CLEAR.
      *****************************************************************
       4000-OPEN-NEW-DATE.
           IF WS-CURRENT-FOUND
               PERFORM 4100-REPORT-OUTGOING-DATE
               OPEN OUTPUT DATE-HISTORY-FILE
               IF WS-BDATEHST-STATUS NOT = "00"
                   PERFORM 9800-ABEND-FILE-OPEN-ERROR
               END-IF
               WRITE FD-DATE-HISTORY-RECORD
                   FROM WS-BUSINESS-DATE-RECORD
               CLOSE DATE-HISTORY-FILE
           END-IF
           MOVE SPACES TO WS-BUSINESS-DATE-RECORD
           MOVE WS-NEW-DATE-X TO WS-BD-BUSINESS-DATE
           MOVE WS-OLD-DATE TO WS-BD-PRIOR-DATE
           MOVE 'O' TO WS-BD-DATE-STATUS
           MOVE WS-CURRENT-DATE-TIME (1:14) TO WS-BD-OPENED-STAMP
           MOVE 'N' TO WS-BD-CNTPROC-FLAG
           MOVE 'N' TO WS-BD-CNTPCONF-FLAG
           MOVE 'N' TO WS-BD-CNTMTD-FLAG
           MOVE 'N' TO WS-BD-CNTHKEEP-FLAG
           OPEN OUTPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF
           WRITE FD-BUSINESS-DATE-RECORD FROM WS-BUSINESS-DATE-RECORD
           CLOSE BUSINESS-DATE-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "NEW BUSINESS DATE OPENED: " WS-NEW-DATE-X
                   "  NON-PROCESSING DAYS SKIPPED: " WS-SKIPPED-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           DISPLAY "CNTBDATE BUSINESS DATE " WS-NEW-DATE-X " OPENED".

      *****************************************************************
      * 4100-REPORT-OUTGOING-DATE - WHICH JOBS COMPLETED FOR THE DATE
      * BEING RETIRED. A DATE CLOSED WITHOUT A CLEAN POSTING
      * CONFIRMATION IS CALLED OUT - THE RECONCILIATION CAN STILL BE
      * RUN, BUT THE PERIOD CANNOT CLOSE ON THAT DATE UNTIL IT IS.
      *****************************************************************
       4100-REPORT-OUTGOING-DATE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "OUTGOING DATE " WS-OLD-DATE " JOB FLAGS -"
                   "  CNTPROC: " WS-BD-CNTPROC-FLAG
                   "  CNTPCONF: " WS-BD-CNTPCONF-FLAG
                   "  CNTMTD: " WS-BD-CNTMTD-FLAG
                   "  CNTHKEEP: " WS-BD-CNTHKEEP-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           IF NOT WS-BD-CNTPCONF-DONE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "WARNING - " WS-OLD-DATE
                       " RETIRED WITHOUT A CLEAN POSTING CONFIRMATION"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           END-IF.

       9000-END-OF-JOB.
           CLOSE BDATE-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S: DISPLAY
      * THE STATUSES, SET A DISTINCT RETURN CODE, AND STOP BEFORE ANY
      * READ OR WRITE CAN LAND ON AN UNOPENED FILE.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTBDATE ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9850-REFUSE-ADVANCE - THE DATE IS NOT MOVED. THE CONTROL
      * RECORD AND THE HISTORY ARE UNTOUCHED; THE REASON GOES TO THE
      * REPORT AND THE CONSOLE, AND RC=24 - THE SUITE'S BUSINESS-DATE
      * CONTROL CODE - HOLDS THE REST OF THE NIGHT'S SCHEDULE.
      *****************************************************************
       9850-REFUSE-ADVANCE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BUSINESS DATE NOT ADVANCED - " WS-REFUSAL-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BDATE-RPT-LINE FROM WS-REPORT-LINE
           DISPLAY "CNTBDATE BUSINESS DATE NOT ADVANCED - "
               WS-REFUSAL-REASON
           CLOSE BDATE-RPT-FILE
           MOVE 24 TO RETURN-CODE
           STOP RUN.
