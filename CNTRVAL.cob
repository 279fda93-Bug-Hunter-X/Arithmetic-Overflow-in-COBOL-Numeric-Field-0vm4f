       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTRVAL.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTRVAL - EXCHANGE-RATE FILE VALIDATION AHEAD OF THE COUNT.
      * CNTPROC'S 1060 ACCEPTS WHATEVER TREASURY LEAVES ON CURRATES;
      * A DECIMAL SHIFTED IN ONE RATE CONVERTS THE WHOLE NIGHT'S
      * BASE-EQUIVALENT FIGURES WRONGLY AND NOBODY SEES IT UNTIL
      * MONTH-END. THIS STEP RUNS IN FRONT OF THE COUNT AND CHECKS
      * TONIGHT'S FILE AGAINST THE RATE HISTORY (CPYRTHST):
      *   - EVERY CURRENCY'S RATE AGAINST THE PRIOR BUSINESS DAY'S
      *     (THE LATEST DATE ON THE HISTORY BEFORE TONIGHT). A MOVE
      *     BEYOND THE CURRENCY'S TOLERANCE, A BASE FLAG THAT MOVED
      *     TO ANOTHER CURRENCY, OR A MALFORMED RECORD IS OUT OF
      *     TOLERANCE - THE STEP ENDS RC=28 AND THE JOB STOPS BEFORE
      *     ANYTHING IS COUNTED;
      *   - EVERY CURRENCY SENT ON ANY OF THE LAST LOOKBACK BUSINESS
      *     DAYS BUT ABSENT TONIGHT - ITS DETAILS WOULD ALL REJECT;
      *   - THE FILE AS A WHOLE: EVERY RATE IDENTICAL TO THE PRIOR
      *     DAY'S MEANS TREASURY RESENT YESTERDAY'S FILE.
      * A MISSING CURRENCY OR A STALE FILE ENDS RC=4: THE COUNT STILL
      * RUNS, AND THE CONDITION IS ALERTED FOR THE OPERATOR TO TAKE UP
      * WITH TREASURY. EVERY FLAGGED CONDITION IS A RUN-LOG LINE
      * (AFTER A "CNTRVAL RUN START" MARKER) THAT CNTEXCP CLASSIFIES
      * TO ITS OWN CPYALERT CODE, AND THE WHOLE CHECK IS PRINTED ON
      * THE VALIDATION REPORT (RVALRPT).
      *
      * THE HISTORY IS COPIED TO RATEHOUT WITH TONIGHT'S RATES ADDED
      * (REPLACING ANY A RERUN FOR THE SAME DATE ADDED BEFORE); THE
      * JOB PROMOTES IT ONLY WHEN THE FILE PASSED (RC 4 OR BELOW), SO
      * A CORRECTED FILE IS CHECKED AGAINST THE SAME PRIOR DAY.
      *
      * CONTROL CARDS (RVALCTL, OPTIONAL - A MISKEYED CARD LEAVES THE
      * DEFAULT AND IS COUNTED IN THE ECHO, SAME AS CNTPROC'S PARMS):
      *   TOLPCT=NNNNN      DEFAULT TOLERANCE, PERCENT WITH TWO
      *                     IMPLIED DECIMALS (DEFAULT 00500 = 5.00%)
      *   CURTOL=CCC,NNNNN  TOLERANCE FOR ONE CURRENCY (A VOLATILE
      *                     CURRENCY WIDER, A PEGGED ONE TIGHTER)
      *   LOOKBACK=NN       BUSINESS DAYS A CURRENCY IS EXPECTED BACK
      *                     AFTER IT WAS LAST SENT (DEFAULT 05)
      *   CONFIRM=CCC       TREASURY HAS CONFIRMED TONIGHT'S MOVE FOR
      *                     CCC - REPORTED AS CONFIRMED, NOT A STOP.
      *                     REMOVE THE CARD ONCE THE NIGHT HAS RUN.
      * THE PROCESSING DATE IS THE BUSINESS DATE ON THE CONTROL
      * RECORD (BDATECTL, CPYBDATE); NO RECORD FALLS BACK TO THE
      * SYSTEM DATE. A NIGHT WITH NO RATE FILE IS NOT CHECKED HERE -
      * CNTPROC RUNS ITS OWN SINGLE-CURRENCY BYPASS.
      *
      * RETURN CODES: 0 = CLEAN, 4 = MISSING CURRENCY OR STALE FILE,
      * 12 = FILE OPEN FAILURE, 16 = A TABLE OVERFLOWED, 28 = RATE
      * FILE OUT OF TOLERANCE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENCY-RATE-FILE ASSIGN TO CURRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATES-STATUS.

           SELECT RATE-HIST-IN-FILE ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHIST-STATUS.

           SELECT RATE-HIST-OUT-FILE ASSIGN TO RATEHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATEHOUT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO RVALCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVALCTL-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT VALIDATION-RPT-FILE ASSIGN TO RVALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RVALRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
       01  FD-CURRENCY-RATE-RECORD   PIC X(80).

       FD  RATE-HIST-IN-FILE
           RECORDING MODE IS F.
       01  FD-RATE-HIST-IN-RECORD    PIC X(80).

       FD  RATE-HIST-OUT-FILE
           RECORDING MODE IS F.
       01  FD-RATE-HIST-OUT-RECORD   PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  FD-RUN-LOG-RECORD         PIC X(80).

       FD  VALIDATION-RPT-FILE
           RECORDING MODE IS F.
       01  FD-VALIDATION-LINE        PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYRATE.

           COPY CPYRTHST.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-CURRATES-STATUS    PIC XX VALUE SPACES.
           05  WS-RATEHIST-STATUS    PIC XX VALUE SPACES.
           05  WS-RATEHOUT-STATUS    PIC XX VALUE SPACES.
           05  WS-RVALCTL-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
           05  WS-RVALRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-CURRATES-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-CURRATES-EOF       VALUE 'Y'.
       01  WS-CURRATES-MISSING-FLAG  PIC X VALUE 'N'.
           88  WS-CURRATES-MISSING   VALUE 'Y'.
       01  WS-RATEHIST-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-RATEHIST-EOF       VALUE 'Y'.
       01  WS-RVALCTL-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-RVALCTL-EOF        VALUE 'Y'.
       01  WS-RVALCTL-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-RVALCTL-OPEN       VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-CONTROL-CARD           PIC X(80).

      *****************************************************************
      * RUN PARAMETERS - DEFAULTS HERE, OVERRIDDEN BY RVALCTL CARDS
      * (LAYOUTS IN THE PROGRAM HEADER).
      *****************************************************************
       01  WS-DEFAULT-TOL-PCT        PIC 9(3)V99 VALUE 5.00.
       01  WS-LOOKBACK-DAYS          PIC 9(2) VALUE 5.
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.
       01  WS-PARM-PCT-X             PIC X(5).
       01  WS-PARM-PCT-9 REDEFINES WS-PARM-PCT-X
                                     PIC 9(3)V99.

       01  WS-CURTOL-TABLE-AREA.
           05  WS-TOL-TBL-MAX        PIC 9(3) COMP VALUE 50.
           05  WS-TOL-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-TOL-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-CURTOL-ENTRY OCCURS 50 TIMES.
               10  WS-TOL-CODE       PIC X(3).
               10  WS-TOL-PCT        PIC 9(3)V99.

       01  WS-CONFIRM-TABLE-AREA.
           05  WS-CNF-TBL-MAX        PIC 9(3) COMP VALUE 20.
           05  WS-CNF-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-CNF-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-CNF-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-CNF-FOUND      VALUE 'Y'.
           05  WS-CONFIRM-ENTRY OCCURS 20 TIMES.
               10  WS-CNF-CODE       PIC X(3).

      *****************************************************************
      * WS-TONIGHT-TABLE - TONIGHT'S RATE FILE AS CNTPROC WILL LOAD IT
      * (SAME SIZE AS ITS CURRENCY TABLE, BASE RATE HELD AT 1).
      * WS-TON-VALID 'N' IS A RECORD CNTPROC WOULD SKIP AS MALFORMED.
      *****************************************************************
       01  WS-TONIGHT-TABLE-AREA.
           05  WS-TON-TBL-MAX        PIC 9(3) COMP VALUE 50.
           05  WS-TON-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-TON-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-TON-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-TON-FOUND      VALUE 'Y'.
           05  WS-TONIGHT-ENTRY OCCURS 50 TIMES.
               10  WS-TON-CODE       PIC X(3).
               10  WS-TON-RATE       PIC 9(3)V9(6) COMP-3.
               10  WS-TON-FLAG       PIC X(1).
               10  WS-TON-VALID      PIC X(1).

      *****************************************************************
      * WS-HISTORY-TABLE - ONE ENTRY PER CURRENCY EVER SEEN ON THE
      * HISTORY BEFORE TONIGHT, HOLDING THE LAST DATE IT WAS SENT AND
      * THE RATE AND FLAG IT CARRIED THEN. THE HISTORY IS IN DATE
      * ORDER, SO THE LAST RECORD READ FOR A CURRENCY IS ITS LATEST.
      *****************************************************************
       01  WS-HISTORY-TABLE-AREA.
           05  WS-HST-TBL-MAX        PIC 9(3) COMP VALUE 200.
           05  WS-HST-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-HST-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-HST-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-HST-FOUND      VALUE 'Y'.
           05  WS-HISTORY-ENTRY OCCURS 200 TIMES.
               10  WS-HST-CODE       PIC X(3).
               10  WS-HST-LAST-DATE  PIC X(8).
               10  WS-HST-LAST-RATE  PIC 9(3)V9(6) COMP-3.
               10  WS-HST-LAST-FLAG  PIC X(1).

      *****************************************************************
      * WS-WINDOW-TABLE - THE LAST LOOKBACK DISTINCT BUSINESS DATES ON
      * THE HISTORY BEFORE TONIGHT, OLDEST FIRST. THE NEWEST IS THE
      * PRIOR BUSINESS DAY; THE OLDEST IS THE CUTOFF FOR THE MISSING-
      * CURRENCY CHECK.
      *****************************************************************
       01  WS-WINDOW-TABLE-AREA.
           05  WS-WIN-CNT            PIC 9(3) COMP VALUE 0.
           05  WS-WIN-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-WIN-DATE OCCURS 99 TIMES
                                     PIC X(8).
       01  WS-PRIOR-DATE             PIC X(8) VALUE SPACES.
       01  WS-CUTOFF-DATE            PIC X(8) VALUE SPACES.

       01  WS-PRIOR-RATE             PIC 9(3)V9(6) COMP-3 VALUE 0.
       01  WS-RATE-DIFF              PIC 9(3)V9(6) COMP-3 VALUE 0.
       01  WS-MOVE-PCT               PIC 9(5)V99 COMP-3 VALUE 0.
       01  WS-WORK-TOL-PCT           PIC 9(3)V99 VALUE 0.
       01  WS-CHECK-STATUS           PIC X(30) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-HIST-READ-CNT      PIC 9(9) VALUE 0.
           05  WS-HIST-KEPT-CNT      PIC 9(9) VALUE 0.
           05  WS-HIST-REPLACED-CNT  PIC 9(5) VALUE 0.
           05  WS-HIST-ADDED-CNT     PIC 9(5) VALUE 0.
           05  WS-BREACH-CNT         PIC 9(5) VALUE 0.
           05  WS-CONFIRMED-CNT      PIC 9(5) VALUE 0.
           05  WS-MISSING-CNT        PIC 9(5) VALUE 0.
           05  WS-NEW-CNT            PIC 9(5) VALUE 0.
           05  WS-PRIOR-CNT          PIC 9(5) VALUE 0.
           05  WS-SAME-CNT           PIC 9(5) VALUE 0.
           05  WS-SAME-NONBASE-CNT   PIC 9(5) VALUE 0.
       01  WS-STALE-FLAG             PIC X VALUE 'N'.
           88  WS-STALE-FILE         VALUE 'Y'.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-RUN-LOG-LINE           PIC X(80) VALUE SPACES.
       01  WS-RATE-EDIT              PIC ZZ9.999999.
       01  WS-RATE-EDIT-2            PIC ZZ9.999999.
       01  WS-PCT-EDIT               PIC ZZZZ9.99.
       01  WS-TOL-EDIT               PIC ZZ9.99.
       01  WS-TOL-CNT-DISPLAY        PIC 9(3).
       01  WS-CNF-CNT-DISPLAY        PIC 9(3).
       01  WS-TON-CNT-DISPLAY        PIC 9(3).

       01  WS-CHECK-LINE.
           05  WS-CKL-CODE           PIC X(3).
           05  FILLER                PIC X(8) VALUE "  PRIOR ".
           05  WS-CKL-PRIOR          PIC X(10).
           05  FILLER                PIC X(10) VALUE "  TONIGHT ".
           05  WS-CKL-TONIGHT        PIC X(10).
           05  FILLER                PIC X(7) VALUE "  MOVE ".
           05  WS-CKL-MOVE           PIC X(8).
           05  FILLER                PIC X(7) VALUE "%  TOL ".
           05  WS-CKL-TOL            PIC X(6).
           05  FILLER                PIC X(3) VALUE "%  ".
           05  WS-CKL-STATUS         PIC X(30).
           05  FILLER                PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TONIGHT-RATES
           PERFORM 2500-READ-RATE-HISTORY
           IF NOT WS-CURRATES-MISSING
               PERFORM 3000-CHECK-RATE-MOVES
               PERFORM 3500-CHECK-MISSING-CURRENCIES
               PERFORM 3700-CHECK-STALE-FILE
           END-IF
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           PERFORM 1020-LOAD-CONTROL-CARDS
           OPEN INPUT CURRENCY-RATE-FILE
           OPEN INPUT RATE-HIST-IN-FILE
           OPEN OUTPUT RATE-HIST-OUT-FILE
           OPEN OUTPUT RUN-LOG-FILE
           OPEN OUTPUT VALIDATION-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
      *    A FRESH RUN-START MARKER SCOPES THE NOTIFICATION STEP TO
      *    TONIGHT'S VALIDATION LINES (SEE CNTEXCP'S 1200).
           MOVE SPACES TO WS-RUN-LOG-LINE
           STRING "CNTRVAL RUN START " WS-CURRENT-DATE-TIME (1:14)
                   DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           PERFORM 4000-PRINT-REPORT-HEADING.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - TONIGHT'S RATES ARE FILED UNDER THE
      * BUSINESS DATE THE COUNT WILL PROCESS, WHATEVER TIME IT IS.
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

       1020-LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-RVALCTL-STATUS = "00"
               MOVE 'Y' TO WS-RVALCTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-RVALCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-RVALCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-RVALCTL-EOF-FLAG
                   NOT AT END
                       PERFORM 1025-STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-RVALCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF.

       1025-STORE-CONTROL-CARD.
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD = SPACES
                   CONTINUE
               WHEN WS-CONTROL-CARD (1:7) = "TOLPCT="
                   AND WS-CONTROL-CARD (8:5) IS NUMERIC
                   AND WS-CONTROL-CARD (8:5) NOT = "00000"
                   MOVE WS-CONTROL-CARD (8:5) TO WS-PARM-PCT-X
                   MOVE WS-PARM-PCT-9 TO WS-DEFAULT-TOL-PCT
               WHEN WS-CONTROL-CARD (1:7) = "CURTOL="
                   AND WS-CONTROL-CARD (8:3) NOT = SPACES
                   AND WS-CONTROL-CARD (11:1) = ","
                   AND WS-CONTROL-CARD (12:5) IS NUMERIC
                   AND WS-CONTROL-CARD (12:5) NOT = "00000"
                   IF WS-TOL-TBL-CNT < WS-TOL-TBL-MAX
                       ADD 1 TO WS-TOL-TBL-CNT
                       MOVE WS-CONTROL-CARD (8:3)
                           TO WS-TOL-CODE (WS-TOL-TBL-CNT)
                       MOVE WS-CONTROL-CARD (12:5) TO WS-PARM-PCT-X
                       MOVE WS-PARM-PCT-9
                           TO WS-TOL-PCT (WS-TOL-TBL-CNT)
                   ELSE
                       ADD 1 TO WS-BAD-CARD-COUNT
                   END-IF
               WHEN WS-CONTROL-CARD (1:9) = "LOOKBACK="
                   AND WS-CONTROL-CARD (10:2) IS NUMERIC
                   AND WS-CONTROL-CARD (10:2) NOT = "00"
                   MOVE WS-CONTROL-CARD (10:2) TO WS-LOOKBACK-DAYS
               WHEN WS-CONTROL-CARD (1:8) = "CONFIRM="
                   AND WS-CONTROL-CARD (9:3) NOT = SPACES
                   IF WS-CNF-TBL-CNT < WS-CNF-TBL-MAX
                       ADD 1 TO WS-CNF-TBL-CNT
                       MOVE WS-CONTROL-CARD (9:3)
                           TO WS-CNF-CODE (WS-CNF-TBL-CNT)
                   ELSE
                       ADD 1 TO WS-BAD-CARD-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. NO RATE
      * FILE (STATUS 35) IS NOT AN ABEND: THERE IS NOTHING TO CHECK,
      * AND CNTPROC LOGS ITS OWN BYPASS. THE HISTORY IS ALLOCATED BY
      * THE JOB BEFORE THIS STEP, SO IT MUST OPEN.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-CURRATES-STATUS = "35"
               MOVE 'Y' TO WS-CURRATES-MISSING-FLAG
               MOVE 'Y' TO WS-CURRATES-EOF-FLAG
               MOVE "00" TO WS-CURRATES-STATUS
           END-IF
           IF WS-CURRATES-STATUS NOT = "00"
               OR WS-RATEHIST-STATUS NOT = "00"
               OR WS-RATEHOUT-STATUS NOT = "00"
               OR WS-RUNLOG-STATUS NOT = "00"
               OR WS-RVALRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 2000-LOAD-TONIGHT-RATES - TONIGHT'S FILE INTO THE TONIGHT
      * TABLE. A MALFORMED RECORD IS KEPT (MARKED INVALID) SO 3000 CAN
      * STOP ON IT - CNTPROC WOULD SILENTLY SKIP IT AND REJECT EVERY
      * DETAIL IN THAT CURRENCY.
      *****************************************************************
       2000-LOAD-TONIGHT-RATES.
           PERFORM UNTIL WS-CURRATES-EOF
               READ CURRENCY-RATE-FILE INTO WS-RATE-RECORD
                   AT END
                       MOVE 'Y' TO WS-CURRATES-EOF-FLAG
                   NOT AT END
                       PERFORM 2050-STORE-TONIGHT-RATE
               END-READ
           END-PERFORM.

       2050-STORE-TONIGHT-RATE.
           IF WS-TON-TBL-CNT NOT < WS-TON-TBL-MAX
               DISPLAY "CNTRVAL RATE TABLE FULL"
               PERFORM 9810-ABEND-TABLE-OVERFLOW
           END-IF
           ADD 1 TO WS-TON-TBL-CNT
           MOVE WS-RT-CURRENCY TO WS-TON-CODE (WS-TON-TBL-CNT)
           MOVE WS-RT-BASE-FLAG TO WS-TON-FLAG (WS-TON-TBL-CNT)
           IF WS-RT-CURRENCY = SPACES
               OR WS-RT-RATE NOT NUMERIC
               MOVE 'N' TO WS-TON-VALID (WS-TON-TBL-CNT)
               MOVE 0 TO WS-TON-RATE (WS-TON-TBL-CNT)
           ELSE
               MOVE 'Y' TO WS-TON-VALID (WS-TON-TBL-CNT)
               IF WS-RT-BASE-CURRENCY
                   MOVE 1 TO WS-TON-RATE (WS-TON-TBL-CNT)
               ELSE
                   MOVE WS-RT-RATE TO WS-TON-RATE (WS-TON-TBL-CNT)
               END-IF
           END-IF.

      *****************************************************************
      * 2500-READ-RATE-HISTORY - ONE PASS OF THE HISTORY. EVERY RECORD
      * IS COPIED TO RATEHOUT EXCEPT ONES FOR TONIGHT'S DATE (A RERUN
      * REPLACES THEM AT 9000); RECORDS BEFORE TONIGHT FEED THE
      * CURRENCY TABLE AND THE DATE WINDOW.
      *****************************************************************
       2500-READ-RATE-HISTORY.
           PERFORM UNTIL WS-RATEHIST-EOF
               READ RATE-HIST-IN-FILE INTO WS-RATE-HISTORY-RECORD
                   AT END
                       MOVE 'Y' TO WS-RATEHIST-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-READ-CNT
                       PERFORM 2550-PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           IF WS-WIN-CNT > 0
               MOVE WS-WIN-DATE (WS-WIN-CNT) TO WS-PRIOR-DATE
               MOVE WS-WIN-DATE (1) TO WS-CUTOFF-DATE
           END-IF.

       2550-PROCESS-HISTORY-RECORD.
           IF WS-RTH-BUSINESS-DATE = WS-RUN-DATE
               ADD 1 TO WS-HIST-REPLACED-CNT
           ELSE
               WRITE FD-RATE-HIST-OUT-RECORD
                   FROM WS-RATE-HISTORY-RECORD
               ADD 1 TO WS-HIST-KEPT-CNT
               IF WS-RTH-BUSINESS-DATE < WS-RUN-DATE
                   PERFORM 2600-ADD-WINDOW-DATE
                   PERFORM 2650-UPDATE-HISTORY-ENTRY
               END-IF
           END-IF.

      *****************************************************************
      * 2600-ADD-WINDOW-DATE - A DATE LATER THAN THE NEWEST IN THE
      * WINDOW OPENS A NEW DAY; A FULL WINDOW DROPS ITS OLDEST DAY.
      *****************************************************************
       2600-ADD-WINDOW-DATE.
           IF WS-WIN-CNT = 0
               OR WS-RTH-BUSINESS-DATE > WS-WIN-DATE (WS-WIN-CNT)
               IF WS-WIN-CNT NOT < WS-LOOKBACK-DAYS
                   MOVE 1 TO WS-WIN-SUB
                   PERFORM UNTIL WS-WIN-SUB NOT < WS-WIN-CNT
                       MOVE WS-WIN-DATE (WS-WIN-SUB + 1)
                           TO WS-WIN-DATE (WS-WIN-SUB)
                       ADD 1 TO WS-WIN-SUB
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-WIN-CNT
               END-IF
               MOVE WS-RTH-BUSINESS-DATE TO WS-WIN-DATE (WS-WIN-CNT)
           END-IF.

       2650-UPDATE-HISTORY-ENTRY.
           MOVE 'N' TO WS-HST-FOUND-FLAG
           MOVE 1 TO WS-HST-SUB
           PERFORM UNTIL WS-HST-FOUND OR WS-HST-SUB > WS-HST-TBL-CNT
               IF WS-HST-CODE (WS-HST-SUB) = WS-RTH-CURRENCY
                   MOVE 'Y' TO WS-HST-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-HST-SUB
               END-IF
           END-PERFORM
           IF NOT WS-HST-FOUND
               IF WS-HST-TBL-CNT NOT < WS-HST-TBL-MAX
                   DISPLAY "CNTRVAL RATE HISTORY TABLE FULL"
                   PERFORM 9810-ABEND-TABLE-OVERFLOW
               END-IF
               ADD 1 TO WS-HST-TBL-CNT
               MOVE WS-HST-TBL-CNT TO WS-HST-SUB
               MOVE WS-RTH-CURRENCY TO WS-HST-CODE (WS-HST-SUB)
           END-IF
           MOVE WS-RTH-BUSINESS-DATE TO WS-HST-LAST-DATE (WS-HST-SUB)
           MOVE WS-RTH-RATE TO WS-HST-LAST-RATE (WS-HST-SUB)
           MOVE WS-RTH-BASE-FLAG TO WS-HST-LAST-FLAG (WS-HST-SUB).

      *****************************************************************
      * 3000-CHECK-RATE-MOVES - EACH OF TONIGHT'S CURRENCIES AGAINST
      * ITS PRIOR-BUSINESS-DAY RATE. A CURRENCY NOT SENT ON THE PRIOR
      * DAY (NEW, OR BACK AFTER A GAP) HAS NOTHING TO COMPARE WITH AND
      * IS REPORTED AS NOT CHECKED. THE MOVE IS |TONIGHT - PRIOR| AS
      * A PERCENTAGE OF PRIOR, TESTED AGAINST THE CURRENCY'S CURTOL=
      * OR THE DEFAULT TOLERANCE.
      *****************************************************************
       3000-CHECK-RATE-MOVES.
           MOVE 1 TO WS-TON-SUB
           PERFORM UNTIL WS-TON-SUB > WS-TON-TBL-CNT
               PERFORM 3100-CHECK-ONE-RATE
               ADD 1 TO WS-TON-SUB
           END-PERFORM.

       3100-CHECK-ONE-RATE.
           MOVE SPACES TO WS-CKL-PRIOR WS-CKL-MOVE
           MOVE SPACES TO WS-CHECK-STATUS
           MOVE WS-TON-CODE (WS-TON-SUB) TO WS-CKL-CODE
           MOVE WS-TON-RATE (WS-TON-SUB) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO WS-CKL-TONIGHT
           PERFORM 3150-FIND-TOLERANCE
           MOVE WS-WORK-TOL-PCT TO WS-TOL-EDIT
           MOVE WS-TOL-EDIT TO WS-CKL-TOL
           PERFORM 5100-FIND-PRIOR-RATE
           IF WS-TON-VALID (WS-TON-SUB) = 'N'
               MOVE SPACES TO WS-CKL-TONIGHT
               MOVE "*** RECORD MALFORMED ***" TO WS-CHECK-STATUS
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTRVAL RATE OUT OF TOLERANCE "
                       WS-TON-CODE (WS-TON-SUB)
                       " - RECORD MALFORMED"
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
               PERFORM 5000-RAISE-BREACH
           ELSE
               IF NOT WS-HST-FOUND
                   MOVE "NO PRIOR-DAY RATE, NOT CHECKED"
                       TO WS-CHECK-STATUS
                   ADD 1 TO WS-NEW-CNT
               ELSE
                   MOVE WS-HST-LAST-RATE (WS-HST-SUB) TO WS-PRIOR-RATE
                   MOVE WS-PRIOR-RATE TO WS-RATE-EDIT-2
                   MOVE WS-RATE-EDIT-2 TO WS-CKL-PRIOR
                   PERFORM 3200-MEASURE-MOVE
               END-IF
           END-IF
           MOVE WS-CHECK-STATUS TO WS-CKL-STATUS
           WRITE FD-VALIDATION-LINE FROM WS-CHECK-LINE.

       3150-FIND-TOLERANCE.
           MOVE WS-DEFAULT-TOL-PCT TO WS-WORK-TOL-PCT
           MOVE 1 TO WS-TOL-SUB
           PERFORM UNTIL WS-TOL-SUB > WS-TOL-TBL-CNT
               IF WS-TOL-CODE (WS-TOL-SUB) = WS-TON-CODE (WS-TON-SUB)
                   MOVE WS-TOL-PCT (WS-TOL-SUB) TO WS-WORK-TOL-PCT
               END-IF
               ADD 1 TO WS-TOL-SUB
           END-PERFORM.

      *****************************************************************
      * 3200-MEASURE-MOVE - A BASE FLAG ON A DIFFERENT CURRENCY FROM
      * THE PRIOR DAY CHANGES EVERY CONVERSION AT ONCE AND IS TREATED
      * AS A BREACH IN ITS OWN RIGHT. A MOVE TOO LARGE FOR THE
      * PERCENTAGE FIELD (A PRIOR RATE OF ZERO, OR A SHIFT OF SEVERAL
      * PLACES) IS HELD AT ITS MAXIMUM.
      *****************************************************************
       3200-MEASURE-MOVE.
           IF WS-TON-RATE (WS-TON-SUB) > WS-PRIOR-RATE
               COMPUTE WS-RATE-DIFF =
                   WS-TON-RATE (WS-TON-SUB) - WS-PRIOR-RATE
           ELSE
               COMPUTE WS-RATE-DIFF =
                   WS-PRIOR-RATE - WS-TON-RATE (WS-TON-SUB)
           END-IF
           IF WS-RATE-DIFF = 0
               MOVE 0 TO WS-MOVE-PCT
           ELSE
               IF WS-PRIOR-RATE = 0
                   MOVE 99999.99 TO WS-MOVE-PCT
               ELSE
                   COMPUTE WS-MOVE-PCT ROUNDED =
                       WS-RATE-DIFF * 100 / WS-PRIOR-RATE
                       ON SIZE ERROR
                           MOVE 99999.99 TO WS-MOVE-PCT
                   END-COMPUTE
               END-IF
           END-IF
           MOVE WS-MOVE-PCT TO WS-PCT-EDIT
           MOVE WS-PCT-EDIT TO WS-CKL-MOVE
           PERFORM 5200-FIND-CONFIRMATION
           EVALUATE TRUE
               WHEN WS-TON-FLAG (WS-TON-SUB) NOT =
                       WS-HST-LAST-FLAG (WS-HST-SUB)
                   AND WS-CNF-FOUND
                   MOVE "BASE FLAG CHANGED - CONFIRMED" TO
                       WS-CHECK-STATUS
                   ADD 1 TO WS-CONFIRMED-CNT
               WHEN WS-TON-FLAG (WS-TON-SUB) NOT =
                       WS-HST-LAST-FLAG (WS-HST-SUB)
                   MOVE "*** BASE FLAG CHANGED ***" TO WS-CHECK-STATUS
                   MOVE SPACES TO WS-RUN-LOG-LINE
                   STRING "CNTRVAL RATE OUT OF TOLERANCE "
                           WS-TON-CODE (WS-TON-SUB)
                           " - BASE FLAG CHANGED"
                           DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
                   PERFORM 5000-RAISE-BREACH
               WHEN WS-MOVE-PCT NOT > WS-WORK-TOL-PCT
                   MOVE "OK" TO WS-CHECK-STATUS
               WHEN WS-CNF-FOUND
                   MOVE "OUT OF TOLERANCE - CONFIRMED" TO
                       WS-CHECK-STATUS
                   ADD 1 TO WS-CONFIRMED-CNT
               WHEN OTHER
                   MOVE "*** OUT OF TOLERANCE ***" TO WS-CHECK-STATUS
                   MOVE SPACES TO WS-RUN-LOG-LINE
                   STRING "CNTRVAL RATE OUT OF TOLERANCE "
                           WS-TON-CODE (WS-TON-SUB)
                           " WAS " WS-RATE-EDIT-2
                           " NOW " WS-RATE-EDIT
                           " MOVE " WS-PCT-EDIT "%"
                           DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
                   PERFORM 5000-RAISE-BREACH
           END-EVALUATE.

      *****************************************************************
      * 3500-CHECK-MISSING-CURRENCIES - A CURRENCY LAST SENT ON OR
      * AFTER THE CUTOFF (THE OLDEST OF THE LAST LOOKBACK BUSINESS
      * DAYS) THAT IS NOT ON TONIGHT'S FILE. ONE THAT HAS NOT BEEN
      * SENT FOR LONGER IS TAKEN AS RETIRED AND NOT REPORTED.
      *****************************************************************
       3500-CHECK-MISSING-CURRENCIES.
           MOVE 1 TO WS-HST-SUB
           PERFORM UNTIL WS-HST-SUB > WS-HST-TBL-CNT
               IF WS-HST-LAST-DATE (WS-HST-SUB) NOT < WS-CUTOFF-DATE
                   PERFORM 3550-CHECK-ONE-CURRENCY
               END-IF
               ADD 1 TO WS-HST-SUB
           END-PERFORM.

       3550-CHECK-ONE-CURRENCY.
           MOVE 'N' TO WS-TON-FOUND-FLAG
           MOVE 1 TO WS-TON-SUB
           PERFORM UNTIL WS-TON-FOUND OR WS-TON-SUB > WS-TON-TBL-CNT
               IF WS-TON-CODE (WS-TON-SUB) = WS-HST-CODE (WS-HST-SUB)
                   MOVE 'Y' TO WS-TON-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-TON-SUB
               END-IF
           END-PERFORM
           IF NOT WS-TON-FOUND
               ADD 1 TO WS-MISSING-CNT
               MOVE WS-HST-LAST-RATE (WS-HST-SUB) TO WS-RATE-EDIT
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTRVAL CURRENCY MISSING "
                       WS-HST-CODE (WS-HST-SUB)
                       " - LAST SENT " WS-HST-LAST-DATE (WS-HST-SUB)
                       " RATE " WS-RATE-EDIT
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
               PERFORM 5050-RAISE-WARNING
           END-IF.

      *****************************************************************
      * 3700-CHECK-STALE-FILE - TONIGHT'S FILE IS STALE WHEN IT CARRIES
      * EXACTLY THE PRIOR DAY'S CURRENCIES AT EXACTLY THE PRIOR DAY'S
      * RATES AND FLAGS. AT LEAST ONE NON-BASE CURRENCY MUST TAKE PART
      * - A FILE HOLDING ONLY THE BASE CURRENCY NEVER CHANGES.
      *****************************************************************
       3700-CHECK-STALE-FILE.
           MOVE 1 TO WS-HST-SUB
           PERFORM UNTIL WS-HST-SUB > WS-HST-TBL-CNT
               IF WS-HST-LAST-DATE (WS-HST-SUB) = WS-PRIOR-DATE
                   ADD 1 TO WS-PRIOR-CNT
               END-IF
               ADD 1 TO WS-HST-SUB
           END-PERFORM
           MOVE 1 TO WS-TON-SUB
           PERFORM UNTIL WS-TON-SUB > WS-TON-TBL-CNT
               PERFORM 5100-FIND-PRIOR-RATE
               IF WS-HST-FOUND
                   AND WS-TON-VALID (WS-TON-SUB) = 'Y'
                   AND WS-TON-RATE (WS-TON-SUB) =
                       WS-HST-LAST-RATE (WS-HST-SUB)
                   AND WS-TON-FLAG (WS-TON-SUB) =
                       WS-HST-LAST-FLAG (WS-HST-SUB)
                   ADD 1 TO WS-SAME-CNT
                   IF WS-TON-FLAG (WS-TON-SUB) NOT = 'B'
                       ADD 1 TO WS-SAME-NONBASE-CNT
                   END-IF
               END-IF
               ADD 1 TO WS-TON-SUB
           END-PERFORM
           IF WS-PRIOR-DATE NOT = SPACES
               AND WS-SAME-NONBASE-CNT > 0
               AND WS-SAME-CNT = WS-TON-TBL-CNT
               AND WS-SAME-CNT = WS-PRIOR-CNT
               MOVE 'Y' TO WS-STALE-FLAG
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTRVAL STALE RATE FILE - IDENTICAL TO "
                       WS-PRIOR-DATE " (" WS-SAME-CNT " CURRENCIES)"
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
               PERFORM 5050-RAISE-WARNING
           END-IF.

       4000-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTRVAL RATE FILE VALIDATION - BUSINESS DATE: "
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           MOVE WS-DEFAULT-TOL-PCT TO WS-TOL-EDIT
           MOVE WS-TOL-TBL-CNT TO WS-TOL-CNT-DISPLAY
           MOVE WS-CNF-TBL-CNT TO WS-CNF-CNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEFAULT TOLERANCE " WS-TOL-EDIT "%"
                   "  CURRENCY TOLERANCES " WS-TOL-CNT-DISPLAY
                   "  LOOKBACK DAYS " WS-LOOKBACK-DAYS
                   "  CONFIRMATIONS " WS-CNF-CNT-DISPLAY
                   "  INVALID CARDS " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           MOVE WS-DEFAULT-TOL-PCT TO WS-PARM-PCT-9
           MOVE SPACES TO WS-RUN-LOG-LINE
           STRING "CNTRVAL PARMS TOLPCT=" WS-PARM-PCT-X
                   " CURTOL " WS-TOL-CNT-DISPLAY
                   " LOOKBACK=" WS-LOOKBACK-DAYS
                   " CONFIRM " WS-CNF-CNT-DISPLAY
                   " INVALID CARDS " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           IF WS-CURRATES-MISSING
               MOVE "CNTRVAL NO RATE FILE - NOTHING TO VALIDATE"
                   TO WS-RUN-LOG-LINE
               WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
               MOVE WS-RUN-LOG-LINE TO WS-REPORT-LINE
               WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           END-IF.

      *****************************************************************
      * 5000-RAISE-BREACH / 5050-RAISE-WARNING - ONE LINE TO BOTH THE
      * RUN-LOG (WHERE CNTEXCP CLASSIFIES IT) AND THE REPORT, AND THE
      * RETURN CODE RAISED FOR THE JOB TO ROUTE ON. A BREACH OUTRANKS
      * A WARNING.
      *****************************************************************
       5000-RAISE-BREACH.
           ADD 1 TO WS-BREACH-CNT
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE 28 TO RETURN-CODE.

       5050-RAISE-WARNING.
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE WS-RUN-LOG-LINE TO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      * 5100-FIND-PRIOR-RATE - LOOKS TONIGHT'S CURRENCY UP ON THE
      * HISTORY TABLE; FOUND ONLY WHEN IT WAS SENT ON THE PRIOR DAY.
      *****************************************************************
       5100-FIND-PRIOR-RATE.
           MOVE 'N' TO WS-HST-FOUND-FLAG
           MOVE 1 TO WS-HST-SUB
           PERFORM UNTIL WS-HST-FOUND OR WS-HST-SUB > WS-HST-TBL-CNT
               IF WS-HST-CODE (WS-HST-SUB) = WS-TON-CODE (WS-TON-SUB)
                   AND WS-HST-LAST-DATE (WS-HST-SUB) = WS-PRIOR-DATE
                   MOVE 'Y' TO WS-HST-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-HST-SUB
               END-IF
           END-PERFORM.

       5200-FIND-CONFIRMATION.
           MOVE 'N' TO WS-CNF-FOUND-FLAG
           MOVE 1 TO WS-CNF-SUB
           PERFORM UNTIL WS-CNF-FOUND OR WS-CNF-SUB > WS-CNF-TBL-CNT
               IF WS-CNF-CODE (WS-CNF-SUB) = WS-TON-CODE (WS-TON-SUB)
                   MOVE 'Y' TO WS-CNF-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-CNF-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * 9000-END-OF-JOB - TONIGHT'S VALID RATES ARE ADDED TO THE NEW
      * HISTORY WHATEVER THE RESULT; THE JOB ONLY PROMOTES IT WHEN THE
      * FILE PASSED. THE CLOSING LINE GOES TO THE RUN-LOG EITHER WAY.
      *****************************************************************
       9000-END-OF-JOB.
           MOVE 1 TO WS-TON-SUB
           PERFORM UNTIL WS-TON-SUB > WS-TON-TBL-CNT
               IF WS-TON-VALID (WS-TON-SUB) = 'Y'
                   MOVE SPACES TO WS-RATE-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO WS-RTH-BUSINESS-DATE
                   MOVE WS-TON-CODE (WS-TON-SUB) TO WS-RTH-CURRENCY
                   MOVE WS-TON-RATE (WS-TON-SUB) TO WS-RTH-RATE
                   MOVE WS-TON-FLAG (WS-TON-SUB) TO WS-RTH-BASE-FLAG
                   MOVE WS-CURRENT-DATE-TIME (1:14)
                       TO WS-RTH-LOADED-STAMP
                   WRITE FD-RATE-HIST-OUT-RECORD
                       FROM WS-RATE-HISTORY-RECORD
                   ADD 1 TO WS-HIST-ADDED-CNT
               END-IF
               ADD 1 TO WS-TON-SUB
           END-PERFORM
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PRIOR BUSINESS DAY " WS-PRIOR-DATE
                   "  MISSING-CURRENCY CUTOFF " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           MOVE WS-TON-TBL-CNT TO WS-TON-CNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CURRENCIES TONIGHT " WS-TON-CNT-DISPLAY
                   "  NOT CHECKED " WS-NEW-CNT
                   "  OUT OF TOLERANCE " WS-BREACH-CNT
                   "  CONFIRMED " WS-CONFIRMED-CNT
                   "  MISSING " WS-MISSING-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "HISTORY READ " WS-HIST-READ-CNT
                   "  KEPT " WS-HIST-KEPT-CNT
                   "  REPLACED " WS-HIST-REPLACED-CNT
                   "  ADDED " WS-HIST-ADDED-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           IF WS-BREACH-CNT > 0
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTRVAL ABEND - RATE FILE OUT OF TOLERANCE, "
                       WS-BREACH-CNT " CURRENCIES - COUNT NOT STARTED"
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           ELSE
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTRVAL RATE FILE ACCEPTED - "
                       WS-TON-CNT-DISPLAY " CURRENCIES"
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           END-IF
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE WS-RUN-LOG-LINE TO WS-REPORT-LINE
           WRITE FD-VALIDATION-LINE FROM WS-REPORT-LINE
           IF NOT WS-CURRATES-MISSING
               CLOSE CURRENCY-RATE-FILE
           END-IF
           CLOSE RATE-HIST-IN-FILE
           CLOSE RATE-HIST-OUT-FILE
           CLOSE RUN-LOG-FILE
           CLOSE VALIDATION-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTRVAL ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

       9810-ABEND-TABLE-OVERFLOW.
           DISPLAY "CNTRVAL ABEND - TABLE OVERFLOW"
           MOVE 16 TO RETURN-CODE
           STOP RUN.
