       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTBILL.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTBILL - PARTNER FEE BILLING FOR A CLOSED MTD PERIOD.
      * PARTNER BILLING USED TO RE-KEY CNTMTD'S PERIOD-END STATEMENT
      * INTO A SPREADSHEET AND APPLY EACH PARTNER'S FEES BY HAND. THIS
      * PROGRAM READS THE CLOSED PERIOD'S RECORDS FROM THE ARCHIVE SIDE
      * OF THE MTD DATASET (CPYMTD) AND THE PARTNER FEE SCHEDULE
      * (CPYFEES), PRICES EACH PARTNER KEY'S PERIOD VOLUME - PER-ITEM
      * FEE, PERCENTAGE OF AMOUNT, GRADUATED VOLUME BANDS AND THE
      * MONTHLY MINIMUM - CONVERTS EVERY CHARGE TO THE REPORTING
      * CURRENCY AT TONIGHT'S RATE (CPYRATE) AND WRITES:
      *   - THE ACCOUNTS-RECEIVABLE INTERFACE FILE (CPYARINV): ONE
      *     INVOICE HEADER PER PARTNER, NAMED FROM THE KEY MASTER
      *     (CPYKMAST), FOLLOWED BY ITS LINE ITEMS, AND A FILE TRAILER;
      *   - THE BILLING REGISTER: EVERY INVOICE AND ITS LINES, EVERY
      *     KEY NOT BILLED AND WHY, AND CONTROL TOTALS THAT TIE THE
      *     VOLUME PRICED PLUS THE VOLUME HELD BACK TO THE PERIOD
      *     TOTAL ON CNTMTD'S STATEMENT.
      * A KEY WITH VOLUME BUT NO USABLE FEE SCHEDULE (NONE ON FILE,
      * ONE THAT FAILED ITS EDITS, OR TWO FOR THE SAME KEY), OR ONE
      * MISSING FROM THE KEY MASTER, IS AN EXCEPTION ON THE REGISTER
      * - NEVER BILLED AT ZERO. AN ACTIVE PARTNER WITH A SCHEDULE BUT
      * NO VOLUME IN THE PERIOD IS BILLED ITS MONTHLY MINIMUM.
      *
      * THE PERIOD IS THE CALENDAR MONTH OF THE RUN DATES BILLED. IT
      * IS TAKEN FROM A "PERIOD=YYYYMM" CARD ON BILLCTL; WITH NO CARD
      * IT IS THE MONTH OF THE LATEST RUN DATE ON THE ARCHIVE - THE
      * PERIOD CNTMTD CLOSED LAST. THE INVOICE DATE IS THE BUSINESS
      * DATE ON THE CONTROL RECORD (BDATECTL, CPYBDATE); NO CONTROL
      * RECORD FALLS BACK TO THE SYSTEM DATE, SAME AS CNTKMAIN.
      *
      * RETURN CODES: 0 = CLEAN, 4 = EXCEPTIONS OR REJECTED FEE
      * SCHEDULE RECORDS ON THE REGISTER (EVERYTHING ELSE IS BILLED),
      * 8 = INVALID CONTROL CARD (NOTHING BILLED), 12 = FILE OPEN
      * FAILURE OR NO BASE CURRENCY ON THE RATE FILE, 16 = A TABLE
      * OVERFLOWED - THE RUN STOPS RATHER THAN UNDER-BILL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MTD-ARCHIVE-FILE ASSIGN TO MTDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDARCH-STATUS.

           SELECT FEE-SCHEDULE-FILE ASSIGN TO FEESCHED
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEESCHED-STATUS.

           SELECT CURRENCY-RATE-FILE ASSIGN TO CURRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURRATES-STATUS.

           SELECT KEY-MASTER-FILE ASSIGN TO KEYMASTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYMASTR-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO BILLCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLCTL-STATUS.

           SELECT AR-INVOICE-FILE ASSIGN TO ARINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARINV-STATUS.

           SELECT BILLING-RPT-FILE ASSIGN TO BILLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MTD-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FD-MTD-ARCH-RECORD        PIC X(80).

       FD  FEE-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FD-FEE-SCHEDULE-RECORD    PIC X(100).

       FD  CURRENCY-RATE-FILE
           RECORDING MODE IS F.
       01  FD-CURRENCY-RATE-RECORD   PIC X(80).

       FD  KEY-MASTER-FILE
           RECORDING MODE IS F.
       01  FD-KEY-MASTER-RECORD      PIC X(80).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  AR-INVOICE-FILE
           RECORDING MODE IS F.
       01  FD-AR-INVOICE-RECORD      PIC X(150).

       FD  BILLING-RPT-FILE
           RECORDING MODE IS F.
       01  FD-BILLING-RPT-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYMTD.

           COPY CPYFEES.

           COPY CPYRATE.

           COPY CPYKMAST.

           COPY CPYARINV.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-MTDARCH-STATUS     PIC XX VALUE SPACES.
           05  WS-FEESCHED-STATUS    PIC XX VALUE SPACES.
           05  WS-CURRATES-STATUS    PIC XX VALUE SPACES.
           05  WS-KEYMASTR-STATUS    PIC XX VALUE SPACES.
           05  WS-BILLCTL-STATUS     PIC XX VALUE SPACES.
           05  WS-ARINV-STATUS       PIC XX VALUE SPACES.
           05  WS-BILLRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-MTDARCH-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-MTDARCH-EOF        VALUE 'Y'.
       01  WS-FEESCHED-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-FEESCHED-EOF       VALUE 'Y'.
       01  WS-CURRATES-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-CURRATES-EOF       VALUE 'Y'.
       01  WS-KEYMASTR-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-KEYMASTR-EOF       VALUE 'Y'.
       01  WS-BILLCTL-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-BILLCTL-EOF        VALUE 'Y'.
       01  WS-BILLCTL-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-BILLCTL-OPEN       VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-CONTROL-CARD           PIC X(80).
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.

      *****************************************************************
      * BILLING PERIOD - YYYYMM, FROM THE PERIOD= CARD OR (1400) THE
      * LATEST RUN DATE ON THE ARCHIVE. WS-PERIOD-MONTH IS EDITED
      * 01-12 SO A MISKEYED CARD CANNOT BILL A PERIOD THAT NEVER WAS.
      *****************************************************************
       01  WS-BILL-PERIOD.
           05  WS-PERIOD-YEAR        PIC X(4).
           05  WS-PERIOD-MONTH       PIC X(2).
       01  WS-BILL-PERIOD-9 REDEFINES WS-BILL-PERIOD.
           05  WS-PERIOD-YEAR-9      PIC 9(4).
           05  WS-PERIOD-MONTH-9     PIC 9(2).
       01  WS-PERIOD-GIVEN-FLAG      PIC X VALUE 'N'.
           88  WS-PERIOD-GIVEN       VALUE 'Y'.
       01  WS-LATEST-RUN-DATE        PIC X(8) VALUE SPACES.

      *****************************************************************
      * WS-RATE-TABLE - TONIGHT'S RATE FILE, SAME SIZE AS CNTPROC'S
      * CURRENCY TABLE. THE BASE RECORD'S RATE IS FORCED TO 1 AND ITS
      * CODE IS THE REPORTING CURRENCY EVERY INVOICE IS RAISED IN.
      *****************************************************************
       01  WS-RATE-TABLE-AREA.
           05  WS-RTE-TBL-MAX        PIC 9(3) COMP VALUE 50.
           05  WS-RTE-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-RTE-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-RTE-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-RTE-FOUND      VALUE 'Y'.
           05  WS-RATE-ENTRY OCCURS 50 TIMES.
               10  WS-RTE-CODE       PIC X(3).
               10  WS-RTE-RATE       PIC 9(3)V9(6) COMP-3.
       01  WS-BASE-CURRENCY          PIC X(3) VALUE SPACES.
       01  WS-WORK-CURRENCY          PIC X(3) VALUE SPACES.
       01  WS-WORK-RATE              PIC 9(3)V9(6) COMP-3 VALUE 0.

      *****************************************************************
      * WS-MASTER-TABLE - KEY, PARTNER NAME AND STATUS OF EVERY KEY ON
      * THE MASTER, IN KEY ORDER (SAME BINARY INSERT AS CNTPROC'S
      * 1045) SO EACH LOOKUP IS A SEARCH ALL. SAME SIZE AS CNTPROC'S.
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
               10  WS-MST-NAME       PIC X(30).
               10  WS-MST-STATUS     PIC X(1).

      *****************************************************************
      * WS-FEE-TABLE - THE FEE SCHEDULE IN KEY ORDER. WS-FEE-STATE
      * 'V' IS A USABLE SCHEDULE; 'I' FAILED ITS EDITS AND 'D' IS A
      * KEY WITH MORE THAN ONE RECORD (NEITHER IS TRUSTED) - BOTH
      * CARRY THE REASON A KEY WITH VOLUME IS HELD BACK FOR.
      *****************************************************************
       01  WS-FEE-TABLE-AREA.
           05  WS-FEE-TBL-MAX        PIC 9(5) COMP VALUE 5000.
           05  WS-FEE-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-FEE-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-FEE-LO-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-FEE-HI-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-FEE-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-FEE-FOUND      VALUE 'Y'.
           05  WS-FEE-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-FEE-TBL-CNT
                   ASCENDING KEY IS WS-FEE-KEY
                   INDEXED BY WS-FEE-IDX.
               10  WS-FEE-KEY        PIC X(10).
               10  WS-FEE-STATE      PIC X(1).
                   88  WS-FEE-USABLE     VALUE 'V'.
                   88  WS-FEE-DUPLICATE  VALUE 'D'.
               10  WS-FEE-REASON     PIC X(40).
               10  WS-FEE-IMAGE      PIC X(100).

      *****************************************************************
      * WS-VOLUME-TABLE - THE PERIOD'S VOLUME PER KEY, ROLLED UP FROM
      * THE ARCHIVE'S NIGHTLY RECORDS IN KEY ORDER - THE SAME FIGURES
      * CNTMTD'S STATEMENT PRINTS AS EACH KEY'S MTD TOTAL. SAME SIZE
      * AS CNTMTD'S KEY TABLE.
      *****************************************************************
       01  WS-VOLUME-TABLE-AREA.
           05  WS-VOL-TBL-MAX        PIC 9(5) COMP VALUE 5000.
           05  WS-VOL-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-VOL-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-VOL-LO-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-VOL-HI-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-VOL-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-VOL-FOUND      VALUE 'Y'.
           05  WS-VOLUME-ENTRY OCCURS 0 TO 5000 TIMES
                   DEPENDING ON WS-VOL-TBL-CNT
                   ASCENDING KEY IS WS-VOL-KEY
                   INDEXED BY WS-VOL-IDX.
               10  WS-VOL-KEY        PIC X(10).
               10  WS-VOL-COUNT      PIC 9(9) COMP.
               10  WS-VOL-AMOUNT     PIC S9(13)V99 COMP-3.

      *****************************************************************
      * WS-LINE-TABLE - THE CHARGE LINES OF THE INVOICE BEING BUILT.
      * THE HEADER CARRIES THE INVOICE TOTAL AND LINE COUNT, SO THE
      * LINES ARE PRICED HERE FIRST AND WRITTEN AFTER IT. SIX IS EVERY
      * COMPONENT A SCHEDULE CAN CARRY: ITEM, PERCENT, THREE BANDS AND
      * THE MINIMUM.
      *****************************************************************
       01  WS-LINE-TABLE-AREA.
           05  WS-LIN-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-LIN-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-LINE-ENTRY OCCURS 6 TIMES.
               10  WS-LIN-TYPE       PIC X(8).
               10  WS-LIN-DESC       PIC X(40).
               10  WS-LIN-QUANTITY   PIC 9(9) COMP.
               10  WS-LIN-BASIS      PIC S9(13)V99 COMP-3.
               10  WS-LIN-UNIT-RATE  PIC 9(3)V9(4) COMP-3.
               10  WS-LIN-CHARGE     PIC S9(11)V99 COMP-3.

      *****************************************************************
      * PRICING WORK AREA - ONE KEY AT A TIME. WS-BILL-SUBTOTAL IS IN
      * THE PARTNER'S CURRENCY (THE MINIMUM IS TESTED AGAINST IT);
      * WS-BILL-INVOICE-AMT IS THE SUM OF THE CONVERTED LINES.
      *****************************************************************
       01  WS-BILL-KEY               PIC X(10).
       01  WS-BILL-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-BILL-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-BILL-SUBTOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BILL-INVOICE-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CHG-PARTNER-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CHG-QUANTITY           PIC 9(9) COMP VALUE 0.
       01  WS-CHG-BASIS              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-CHG-UNIT-RATE          PIC 9(3)V9(4) COMP-3 VALUE 0.
       01  WS-CHG-TYPE               PIC X(8).
       01  WS-CHG-DESC               PIC X(40).
       01  WS-TIER-SUB               PIC 9(1) VALUE 0.
       01  WS-TIER-FLOOR             PIC 9(9) COMP VALUE 0.
       01  WS-TIER-TOP               PIC 9(9) COMP VALUE 0.
       01  WS-TIER-PRIOR-UPTO        PIC 9(9) COMP VALUE 0.
       01  WS-TIER-ENDED-FLAG        PIC X VALUE 'N'.
           88  WS-TIER-ENDED         VALUE 'Y'.
       01  WS-TIER-NO-EDIT           PIC 9(1).
       01  WS-BAND-FROM-EDIT         PIC Z(8)9.
       01  WS-BAND-TO-EDIT           PIC Z(8)9.
       01  WS-EXCEPTION-REASON       PIC X(40) VALUE SPACES.
       01  WS-NEXT-KEY-VOL           PIC X(10).
       01  WS-NEXT-KEY-FEE           PIC X(10).
       01  WS-INVOICE-SEQ            PIC 9(6) VALUE 0.
       01  WS-INVOICE-NO             PIC X(12).

      *****************************************************************
      * CONTROL TOTALS - THE PERIOD TOTAL IS EVERY ARCHIVE RECORD OF
      * THE PERIOD, THE FIGURE CNTMTD PRINTS AS "PERIOD TOTAL RECORDS
      * ... AMOUNT ..." (A COUNT OF DETAILS, NOT OF ARCHIVE RECORDS).
      * BILLED PLUS EXCEPTION VOLUME MUST EQUAL IT.
      *****************************************************************
       01  WS-CONTROL-TOTALS.
           05  WS-ARCH-READ-CNT      PIC 9(9) VALUE 0.
           05  WS-ARCH-PERIOD-CNT    PIC 9(9) VALUE 0.
           05  WS-PERIOD-COUNT       PIC 9(14) VALUE 0.
           05  WS-PERIOD-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-BILLED-KEY-CNT     PIC 9(7) VALUE 0.
           05  WS-BILLED-COUNT       PIC 9(14) VALUE 0.
           05  WS-BILLED-AMOUNT      PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-EXCP-KEY-CNT       PIC 9(7) VALUE 0.
           05  WS-EXCP-COUNT         PIC 9(14) VALUE 0.
           05  WS-EXCP-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-TIED-COUNT         PIC 9(14) VALUE 0.
           05  WS-TIED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-INVOICE-CNT        PIC 9(7) VALUE 0.
           05  WS-AR-LINE-CNT        PIC 9(9) VALUE 0.
           05  WS-TOTAL-BILLED       PIC S9(13)V99 COMP-3 VALUE 0.
           05  WS-MINIMUM-ONLY-CNT   PIC 9(7) VALUE 0.
           05  WS-NO-CHARGE-CNT      PIC 9(7) VALUE 0.
           05  WS-IDLE-SCHED-CNT     PIC 9(7) VALUE 0.
           05  WS-FEE-READ-CNT       PIC 9(7) VALUE 0.
           05  WS-FEE-REJECT-CNT     PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-AMOUNT-EDIT            PIC -Z(12)9.99.
       01  WS-AMOUNT-EDIT-2          PIC -Z(12)9.99.
       01  WS-COUNT-EDIT             PIC Z(13)9.
       01  WS-COUNT-EDIT-2           PIC Z(6)9.

       01  WS-INVOICE-LINE.
           05  FILLER                PIC X(8) VALUE "INVOICE ".
           05  WS-INL-INVOICE-NO     PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-INL-KEY            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-INL-NAME           PIC X(30).
           05  FILLER                PIC X(9) VALUE "  VOLUME ".
           05  WS-INL-CURRENCY       PIC X(3).
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-INL-COUNT          PIC Z(8)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-INL-AMOUNT         PIC -Z(12)9.99.
           05  FILLER                PIC X(28) VALUE SPACES.

       01  WS-CHARGE-LINE.
           05  FILLER                PIC X(4) VALUE SPACES.
           05  WS-CHL-TYPE           PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CHL-DESC           PIC X(40).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CHL-QUANTITY       PIC Z(8)9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CHL-BASIS          PIC -Z(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CHL-UNIT-RATE      PIC ZZ9.9999.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-CHL-CHARGE         PIC -Z(10)9.99.
           05  FILLER                PIC X(21) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                PIC X(12) VALUE "NOT BILLED  ".
           05  WS-EXL-KEY            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-EXL-COUNT          PIC Z(8)9.
           05  FILLER                PIC X(1) VALUE SPACES.
           05  WS-EXL-AMOUNT         PIC -Z(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-EXL-REASON         PIC X(40).
           05  FILLER                PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-PERIOD-VOLUME
           PERFORM 3000-BILL-PARTNERS
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           PERFORM 1020-LOAD-CONTROL-CARDS
           OPEN INPUT MTD-ARCHIVE-FILE
           OPEN INPUT FEE-SCHEDULE-FILE
           OPEN INPUT CURRENCY-RATE-FILE
           OPEN INPUT KEY-MASTER-FILE
           OPEN OUTPUT AR-INVOICE-FILE
           OPEN OUTPUT BILLING-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1100-LOAD-CURRENCY-RATES
           PERFORM 1200-LOAD-KEY-MASTER
           IF NOT WS-PERIOD-GIVEN
               PERFORM 1400-FIND-LATEST-PERIOD
           END-IF
           PERFORM 4000-PRINT-REPORT-HEADING
           PERFORM 1300-LOAD-FEE-SCHEDULE.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - SAME FALLBACK AS CNTKMAIN: THE
      * SYSTEM DATE STANDS UNLESS THE CONTROL RECORD CARRIES A DATE.
      * BILLING IS NOT PART OF THE NIGHT'S CHAIN AND IS NOT HELD TO
      * ITS ORDER - THE PERIOD IT BILLS IS ALREADY CLOSED.
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
      * 1020-LOAD-CONTROL-CARDS - THE ONLY CARD IS PERIOD=YYYYMM. AN
      * ABSENT CONTROL FILE OR NO CARD BILLS THE LATEST CLOSED PERIOD.
      * ANY CARD THAT DOES NOT EDIT STOPS THE RUN BEFORE ANYTHING IS
      * OPENED - BILLING A DEFAULT PERIOD WHEN SOMEONE ASKED FOR
      * ANOTHER ONE WOULD SEND OUT THE WRONG MONTH'S INVOICES.
      *****************************************************************
       1020-LOAD-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-BILLCTL-STATUS = "00"
               MOVE 'Y' TO WS-BILLCTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-BILLCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-BILLCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-BILLCTL-EOF-FLAG
                   NOT AT END
                       PERFORM 1025-STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-BILLCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-BAD-CARD-COUNT > 0
               PERFORM 9850-ABEND-CONTROL-CARD
           END-IF.

       1025-STORE-CONTROL-CARD.
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD = SPACES
                   CONTINUE
               WHEN WS-CONTROL-CARD (1:7) = "PERIOD="
                   MOVE WS-CONTROL-CARD (8:6) TO WS-BILL-PERIOD
                   IF WS-BILL-PERIOD IS NUMERIC
                       AND WS-PERIOD-MONTH-9 >= 1
                       AND WS-PERIOD-MONTH-9 <= 12
                       AND WS-CONTROL-CARD (14:67) = SPACES
                       MOVE 'Y' TO WS-PERIOD-GIVEN-FLAG
                   ELSE
                       DISPLAY "CNTBILL INVALID PERIOD CARD: "
                           WS-CONTROL-CARD
                       ADD 1 TO WS-BAD-CARD-COUNT
                   END-IF
               WHEN OTHER
                   DISPLAY "CNTBILL UNKNOWN CONTROL CARD: "
                       WS-CONTROL-CARD
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. EVERY
      * INPUT IS REQUIRED: NO ARCHIVE MEANS NO PERIOD HAS EVER CLOSED,
      * AND A RUN WITHOUT THE SCHEDULE, RATES OR MASTER COULD ONLY
      * TURN EVERY PARTNER INTO AN EXCEPTION.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-MTDARCH-STATUS NOT = "00"
               OR WS-FEESCHED-STATUS NOT = "00"
               OR WS-CURRATES-STATUS NOT = "00"
               OR WS-KEYMASTR-STATUS NOT = "00"
               OR WS-ARINV-STATUS NOT = "00"
               OR WS-BILLRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 1100-LOAD-CURRENCY-RATES - LOADS THE RATE FILE THE WAY
      * CNTPROC'S 1060 DOES (BASE RATE FORCED TO 1). UNLIKE CNTPROC
      * THERE IS NO SINGLE-CURRENCY BYPASS: AN INVOICE MUST NAME ITS
      * CURRENCY, SO A FILE WITH NO BASE RECORD STOPS THE RUN. A
      * RECORD WHOSE RATE IS NOT NUMERIC IS SKIPPED - A SCHEDULE IN
      * THAT CURRENCY THEN FAILS ITS EDIT AND ITS KEY IS HELD BACK.
      *****************************************************************
       1100-LOAD-CURRENCY-RATES.
           PERFORM UNTIL WS-CURRATES-EOF
               READ CURRENCY-RATE-FILE INTO WS-RATE-RECORD
                   AT END
                       MOVE 'Y' TO WS-CURRATES-EOF-FLAG
                   NOT AT END
                       PERFORM 1150-STORE-RATE-RECORD
               END-READ
           END-PERFORM
           IF WS-BASE-CURRENCY = SPACES
               PERFORM 9820-ABEND-NO-BASE-CURRENCY
           END-IF.

       1150-STORE-RATE-RECORD.
           IF WS-RT-CURRENCY = SPACES
               OR WS-RT-RATE NOT NUMERIC
               DISPLAY "CNTBILL RATE RECORD MALFORMED - SKIPPED: "
                   WS-RT-CURRENCY
           ELSE
               IF WS-RTE-TBL-CNT < WS-RTE-TBL-MAX
                   ADD 1 TO WS-RTE-TBL-CNT
                   MOVE WS-RT-CURRENCY TO WS-RTE-CODE (WS-RTE-TBL-CNT)
                   IF WS-RT-BASE-CURRENCY
                       MOVE 1 TO WS-RTE-RATE (WS-RTE-TBL-CNT)
                       MOVE WS-RT-CURRENCY TO WS-BASE-CURRENCY
                   ELSE
                       MOVE WS-RT-RATE TO WS-RTE-RATE (WS-RTE-TBL-CNT)
                   END-IF
               ELSE
                   DISPLAY "CNTBILL RATE TABLE FULL"
                   PERFORM 9810-ABEND-TABLE-OVERFLOW
               END-IF
           END-IF.

      *****************************************************************
      * 1200-LOAD-KEY-MASTER - KEY, NAME AND STATUS INTO THE ORDERED
      * TABLE. A SECOND RECORD FOR A KEY IS IGNORED, SAME RULE AS
      * CNTKMAIN (THE FIRST IS THE ONE CNTPROC'S LOOKUP FINDS).
      *****************************************************************
       1200-LOAD-KEY-MASTER.
           PERFORM UNTIL WS-KEYMASTR-EOF
               READ KEY-MASTER-FILE INTO WS-KEY-MASTER-RECORD
                   AT END
                       MOVE 'Y' TO WS-KEYMASTR-EOF-FLAG
                   NOT AT END
                       IF WS-KM-KEY NOT = SPACES
                           MOVE WS-KM-KEY TO WS-BILL-KEY
                           PERFORM 5100-FIND-MASTER-KEY
                           IF NOT WS-MST-FOUND
                               PERFORM 1250-INSERT-MASTER-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       1250-INSERT-MASTER-ENTRY.
           IF WS-MST-TBL-CNT NOT < WS-MST-TBL-MAX
               DISPLAY "CNTBILL KEY MASTER TABLE FULL"
               PERFORM 9810-ABEND-TABLE-OVERFLOW
           END-IF
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
           MOVE WS-KM-PARTNER-NAME TO WS-MST-NAME (WS-MST-LO-SUB)
           MOVE WS-KM-STATUS TO WS-MST-STATUS (WS-MST-LO-SUB).

      *****************************************************************
      * 1300-LOAD-FEE-SCHEDULE - EDITS EVERY SCHEDULE RECORD (1350)
      * AND FILES IT IN THE ORDERED FEE TABLE. A RECORD THAT FAILS
      * ITS EDITS IS STILL FILED, MARKED UNUSABLE WITH ITS REASON, SO
      * A KEY WITH VOLUME IS HELD BACK AS AN EXCEPTION RATHER THAN
      * LOOKING AS THOUGH IT HAD NO SCHEDULE. A SECOND RECORD FOR A
      * KEY MAKES BOTH UNUSABLE - WHICH ONE PARTNER BILLING MEANT IS
      * NOT FOR THIS PROGRAM TO GUESS. EVERY REJECTION IS LISTED ON
      * THE REGISTER AS IT IS FOUND.
      *****************************************************************
       1300-LOAD-FEE-SCHEDULE.
           PERFORM UNTIL WS-FEESCHED-EOF
               READ FEE-SCHEDULE-FILE INTO WS-FEE-SCHEDULE-RECORD
                   AT END
                       MOVE 'Y' TO WS-FEESCHED-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FEE-READ-CNT
                       PERFORM 1310-STORE-FEE-SCHEDULE
               END-READ
           END-PERFORM.

       1310-STORE-FEE-SCHEDULE.
           IF WS-FS-KEY = SPACES
               MOVE "KEY BLANK" TO WS-EXCEPTION-REASON
               PERFORM 1390-REPORT-FEE-REJECT
           ELSE
               PERFORM 1350-EDIT-FEE-SCHEDULE
               MOVE WS-FS-KEY TO WS-BILL-KEY
               PERFORM 5200-FIND-FEE-KEY
               IF WS-FEE-FOUND
                   MOVE 'D' TO WS-FEE-STATE (WS-FEE-SUB)
                   MOVE "DUPLICATE FEE SCHEDULE"
                       TO WS-FEE-REASON (WS-FEE-SUB)
                   MOVE "DUPLICATE FEE SCHEDULE"
                       TO WS-EXCEPTION-REASON
                   PERFORM 1390-REPORT-FEE-REJECT
               ELSE
                   PERFORM 1380-INSERT-FEE-ENTRY
                   IF NOT WS-FEE-USABLE (WS-FEE-LO-SUB)
                       PERFORM 1390-REPORT-FEE-REJECT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 1350-EDIT-FEE-SCHEDULE - LEAVES WS-EXCEPTION-REASON SPACES
      * FOR A USABLE SCHEDULE, OTHERWISE THE FIRST FAULT FOUND:
      *   - ANY FEE FIELD NOT NUMERIC;
      *   - A CURRENCY (OTHER THAN BLANK = BASE) NOT ON THE RATE FILE;
      *   - BANDS OUT OF ORDER - A USED BAND AFTER AN UNUSED OR
      *     OPEN-ENDED ONE, OR A BOUND NOT ABOVE THE BAND BEFORE IT.
      *****************************************************************
       1350-EDIT-FEE-SCHEDULE.
           MOVE SPACES TO WS-EXCEPTION-REASON
           IF WS-FS-ITEM-FEE NOT NUMERIC
               OR WS-FS-PCT-RATE NOT NUMERIC
               OR WS-FS-MIN-FEE NOT NUMERIC
               MOVE "FEE FIELD NOT NUMERIC" TO WS-EXCEPTION-REASON
           END-IF
           IF WS-EXCEPTION-REASON = SPACES
               AND WS-FS-CURRENCY NOT = SPACES
               MOVE WS-FS-CURRENCY TO WS-WORK-CURRENCY
               PERFORM 5300-FIND-RATE
               IF NOT WS-RTE-FOUND
                   STRING "NO RATE FOR CURRENCY " WS-FS-CURRENCY
                       DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
               END-IF
           END-IF
           MOVE 'N' TO WS-TIER-ENDED-FLAG
           MOVE 0 TO WS-TIER-PRIOR-UPTO
           MOVE 1 TO WS-TIER-SUB
           PERFORM UNTIL WS-TIER-SUB > 3
                   OR WS-EXCEPTION-REASON NOT = SPACES
               PERFORM 1360-EDIT-FEE-TIER
               ADD 1 TO WS-TIER-SUB
           END-PERFORM.

       1360-EDIT-FEE-TIER.
           IF WS-FS-TIER-UPTO (WS-TIER-SUB) NOT NUMERIC
               OR WS-FS-TIER-FEE (WS-TIER-SUB) NOT NUMERIC
               MOVE "VOLUME BAND NOT NUMERIC" TO WS-EXCEPTION-REASON
           ELSE
               IF WS-FS-TIER-UPTO (WS-TIER-SUB) = 0
                   AND WS-FS-TIER-FEE (WS-TIER-SUB) = 0
                   MOVE 'Y' TO WS-TIER-ENDED-FLAG
               ELSE
                   IF WS-TIER-ENDED
                       MOVE "VOLUME BANDS OUT OF SEQUENCE"
                           TO WS-EXCEPTION-REASON
                   ELSE
                       IF WS-FS-TIER-UPTO (WS-TIER-SUB) = 0
                           MOVE 'Y' TO WS-TIER-ENDED-FLAG
                       ELSE
                           IF WS-FS-TIER-UPTO (WS-TIER-SUB)
                                   NOT > WS-TIER-PRIOR-UPTO
                               MOVE "VOLUME BAND BOUNDS NOT ASCENDING"
                                   TO WS-EXCEPTION-REASON
                           ELSE
                               MOVE WS-FS-TIER-UPTO (WS-TIER-SUB)
                                   TO WS-TIER-PRIOR-UPTO
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1380-INSERT-FEE-ENTRY.
           IF WS-FEE-TBL-CNT NOT < WS-FEE-TBL-MAX
               DISPLAY "CNTBILL FEE SCHEDULE TABLE FULL"
               PERFORM 9810-ABEND-TABLE-OVERFLOW
           END-IF
           MOVE 1 TO WS-FEE-LO-SUB
           MOVE WS-FEE-TBL-CNT TO WS-FEE-HI-SUB
           PERFORM UNTIL WS-FEE-LO-SUB > WS-FEE-HI-SUB
               COMPUTE WS-FEE-SUB =
                   (WS-FEE-LO-SUB + WS-FEE-HI-SUB) / 2
               IF WS-FEE-KEY (WS-FEE-SUB) < WS-FS-KEY
                   COMPUTE WS-FEE-LO-SUB = WS-FEE-SUB + 1
               ELSE
                   COMPUTE WS-FEE-HI-SUB = WS-FEE-SUB - 1
               END-IF
           END-PERFORM
           ADD 1 TO WS-FEE-TBL-CNT
           MOVE WS-FEE-TBL-CNT TO WS-FEE-SUB
           PERFORM UNTIL WS-FEE-SUB <= WS-FEE-LO-SUB
               COMPUTE WS-FEE-HI-SUB = WS-FEE-SUB - 1
               MOVE WS-FEE-ENTRY (WS-FEE-HI-SUB)
                   TO WS-FEE-ENTRY (WS-FEE-SUB)
               SUBTRACT 1 FROM WS-FEE-SUB
           END-PERFORM
           MOVE WS-FS-KEY TO WS-FEE-KEY (WS-FEE-LO-SUB)
           MOVE WS-EXCEPTION-REASON TO WS-FEE-REASON (WS-FEE-LO-SUB)
           MOVE WS-FEE-SCHEDULE-RECORD
               TO WS-FEE-IMAGE (WS-FEE-LO-SUB)
           IF WS-EXCEPTION-REASON = SPACES
               MOVE 'V' TO WS-FEE-STATE (WS-FEE-LO-SUB)
           ELSE
               MOVE 'I' TO WS-FEE-STATE (WS-FEE-LO-SUB)
           END-IF.

       1390-REPORT-FEE-REJECT.
           ADD 1 TO WS-FEE-REJECT-CNT
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEE SCHEDULE REJECTED  KEY " WS-FS-KEY
                   "  " WS-EXCEPTION-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 1400-FIND-LATEST-PERIOD - NO PERIOD= CARD: ONE PASS OF THE
      * ARCHIVE FOR ITS LATEST RUN DATE, WHOSE MONTH IS THE PERIOD
      * CNTMTD CLOSED LAST, THEN THE ARCHIVE IS REOPENED FOR 2000. AN
      * EMPTY ARCHIVE LEAVES THE PERIOD BLANK AND NOTHING IS BILLED.
      *****************************************************************
       1400-FIND-LATEST-PERIOD.
           PERFORM UNTIL WS-MTDARCH-EOF
               READ MTD-ARCHIVE-FILE INTO WS-MTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-MTDARCH-EOF-FLAG
                   NOT AT END
                       IF WS-MTD-RUN-DATE > WS-LATEST-RUN-DATE
                           MOVE WS-MTD-RUN-DATE TO WS-LATEST-RUN-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-LATEST-RUN-DATE (1:6) TO WS-BILL-PERIOD
           CLOSE MTD-ARCHIVE-FILE
           MOVE 'N' TO WS-MTDARCH-EOF-FLAG
           OPEN INPUT MTD-ARCHIVE-FILE
           IF WS-MTDARCH-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

      *****************************************************************
      * 2000-LOAD-PERIOD-VOLUME - ROLLS EVERY ARCHIVE RECORD WHOSE RUN
      * DATE FALLS IN THE BILLING PERIOD UP TO ONE VOLUME ENTRY PER
      * KEY, AND INTO THE PERIOD CONTROL TOTAL. RECORDS OF OTHER
      * PERIODS ARE COUNTED AS READ AND OTHERWISE IGNORED.
      *****************************************************************
       2000-LOAD-PERIOD-VOLUME.
           PERFORM UNTIL WS-MTDARCH-EOF
               READ MTD-ARCHIVE-FILE INTO WS-MTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-MTDARCH-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ-CNT
                       IF WS-BILL-PERIOD NOT = SPACES
                           AND WS-MTD-RUN-DATE (1:6) = WS-BILL-PERIOD
                           PERFORM 2100-ADD-PERIOD-VOLUME
                       END-IF
               END-READ
           END-PERFORM.

       2100-ADD-PERIOD-VOLUME.
           ADD 1 TO WS-ARCH-PERIOD-CNT
           ADD WS-MTD-COUNT TO WS-PERIOD-COUNT
           ADD WS-MTD-AMOUNT TO WS-PERIOD-AMOUNT
           MOVE 'N' TO WS-VOL-FOUND-FLAG
           IF WS-VOL-TBL-CNT > 0
               SEARCH ALL WS-VOLUME-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VOL-KEY (WS-VOL-IDX) = WS-MTD-KEY
                       MOVE 'Y' TO WS-VOL-FOUND-FLAG
                       SET WS-VOL-SUB TO WS-VOL-IDX
               END-SEARCH
           END-IF
           IF WS-VOL-FOUND
               ADD WS-MTD-COUNT TO WS-VOL-COUNT (WS-VOL-SUB)
               ADD WS-MTD-AMOUNT TO WS-VOL-AMOUNT (WS-VOL-SUB)
           ELSE
               PERFORM 2150-INSERT-VOLUME-ENTRY
           END-IF.

       2150-INSERT-VOLUME-ENTRY.
           IF WS-VOL-TBL-CNT NOT < WS-VOL-TBL-MAX
               DISPLAY "CNTBILL PERIOD VOLUME TABLE FULL"
               PERFORM 9810-ABEND-TABLE-OVERFLOW
           END-IF
           MOVE 1 TO WS-VOL-LO-SUB
           MOVE WS-VOL-TBL-CNT TO WS-VOL-HI-SUB
           PERFORM UNTIL WS-VOL-LO-SUB > WS-VOL-HI-SUB
               COMPUTE WS-VOL-SUB =
                   (WS-VOL-LO-SUB + WS-VOL-HI-SUB) / 2
               IF WS-VOL-KEY (WS-VOL-SUB) < WS-MTD-KEY
                   COMPUTE WS-VOL-LO-SUB = WS-VOL-SUB + 1
               ELSE
                   COMPUTE WS-VOL-HI-SUB = WS-VOL-SUB - 1
               END-IF
           END-PERFORM
           ADD 1 TO WS-VOL-TBL-CNT
           MOVE WS-VOL-TBL-CNT TO WS-VOL-SUB
           PERFORM UNTIL WS-VOL-SUB <= WS-VOL-LO-SUB
               COMPUTE WS-VOL-HI-SUB = WS-VOL-SUB - 1
               MOVE WS-VOLUME-ENTRY (WS-VOL-HI-SUB)
                   TO WS-VOLUME-ENTRY (WS-VOL-SUB)
               SUBTRACT 1 FROM WS-VOL-SUB
           END-PERFORM
           MOVE WS-MTD-KEY TO WS-VOL-KEY (WS-VOL-LO-SUB)
           MOVE WS-MTD-COUNT TO WS-VOL-COUNT (WS-VOL-LO-SUB)
           MOVE WS-MTD-AMOUNT TO WS-VOL-AMOUNT (WS-VOL-LO-SUB).

      *****************************************************************
      * 3000-BILL-PARTNERS - ONE BALANCED-LINE PASS OVER THE VOLUME
      * AND FEE TABLES, BOTH IN KEY ORDER, SO THE INVOICES AND THE
      * REGISTER COME OUT IN KEY ORDER:
      *   - VOLUME, NO SCHEDULE: EXCEPTION, NOT BILLED;
      *   - VOLUME AND SCHEDULE: PRICED AND INVOICED (3100);
      *   - SCHEDULE, NO VOLUME: MONTHLY MINIMUM ONLY (3500).
      *****************************************************************
       3000-BILL-PARTNERS.
           MOVE 1 TO WS-VOL-SUB
           MOVE 1 TO WS-FEE-SUB
           PERFORM UNTIL WS-VOL-SUB > WS-VOL-TBL-CNT
                   AND WS-FEE-SUB > WS-FEE-TBL-CNT
               IF WS-VOL-SUB > WS-VOL-TBL-CNT
                   MOVE HIGH-VALUES TO WS-NEXT-KEY-VOL
               ELSE
                   MOVE WS-VOL-KEY (WS-VOL-SUB) TO WS-NEXT-KEY-VOL
               END-IF
               IF WS-FEE-SUB > WS-FEE-TBL-CNT
                   MOVE HIGH-VALUES TO WS-NEXT-KEY-FEE
               ELSE
                   MOVE WS-FEE-KEY (WS-FEE-SUB) TO WS-NEXT-KEY-FEE
               END-IF
               EVALUATE TRUE
                   WHEN WS-NEXT-KEY-VOL < WS-NEXT-KEY-FEE
                       MOVE "NO FEE SCHEDULE" TO WS-EXCEPTION-REASON
                       PERFORM 3800-REPORT-EXCEPTION
                       ADD 1 TO WS-VOL-SUB
                   WHEN WS-NEXT-KEY-VOL = WS-NEXT-KEY-FEE
                       PERFORM 3100-BILL-VOLUME-KEY
                       ADD 1 TO WS-VOL-SUB
                       ADD 1 TO WS-FEE-SUB
                   WHEN OTHER
                       PERFORM 3500-BILL-MINIMUM-ONLY
                       ADD 1 TO WS-FEE-SUB
               END-EVALUATE
           END-PERFORM.

      *****************************************************************
      * 3100-BILL-VOLUME-KEY - A KEY WITH PERIOD VOLUME AND A FEE
      * SCHEDULE RECORD. AN UNUSABLE SCHEDULE OR A KEY NOT ON THE
      * MASTER (NO PARTNER NAME TO INVOICE) IS AN EXCEPTION.
      *****************************************************************
       3100-BILL-VOLUME-KEY.
           MOVE WS-VOL-KEY (WS-VOL-SUB) TO WS-BILL-KEY
           IF NOT WS-FEE-USABLE (WS-FEE-SUB)
               MOVE WS-FEE-REASON (WS-FEE-SUB) TO WS-EXCEPTION-REASON
               PERFORM 3800-REPORT-EXCEPTION
           ELSE
               PERFORM 5100-FIND-MASTER-KEY
               IF NOT WS-MST-FOUND
                   MOVE "KEY NOT ON KEY MASTER" TO WS-EXCEPTION-REASON
                   PERFORM 3800-REPORT-EXCEPTION
               ELSE
                   MOVE WS-VOL-COUNT (WS-VOL-SUB) TO WS-BILL-COUNT
                   MOVE WS-VOL-AMOUNT (WS-VOL-SUB) TO WS-BILL-AMOUNT
                   ADD 1 TO WS-BILLED-KEY-CNT
                   ADD WS-BILL-COUNT TO WS-BILLED-COUNT
                   ADD WS-BILL-AMOUNT TO WS-BILLED-AMOUNT
                   PERFORM 3200-PRICE-CHARGES
                   PERFORM 3600-WRITE-INVOICE
               END-IF
           END-IF.

      *****************************************************************
      * 3200-PRICE-CHARGES - BUILDS THE LINE TABLE FOR WS-BILL-KEY
      * FROM ITS SCHEDULE (WS-FEE-SUB), COMPONENT BY COMPONENT (SEE
      * CPYFEES). EVERY CHARGE IS PRICED AND ROUNDED IN THE PARTNER'S
      * CURRENCY, THEN CONVERTED (3290); THE MINIMUM IS TESTED
      * AGAINST THE PARTNER-CURRENCY SUBTOTAL OF THE OTHER LINES.
      *****************************************************************
       3200-PRICE-CHARGES.
           MOVE WS-FEE-IMAGE (WS-FEE-SUB) TO WS-FEE-SCHEDULE-RECORD
           IF WS-FS-CURRENCY = SPACES
               MOVE WS-BASE-CURRENCY TO WS-WORK-CURRENCY
           ELSE
               MOVE WS-FS-CURRENCY TO WS-WORK-CURRENCY
           END-IF
           PERFORM 5300-FIND-RATE
           MOVE WS-RTE-RATE (WS-RTE-SUB) TO WS-WORK-RATE
           MOVE 0 TO WS-LIN-TBL-CNT
           MOVE 0 TO WS-BILL-SUBTOTAL
           MOVE 0 TO WS-BILL-INVOICE-AMT
           IF WS-FS-ITEM-FEE > 0 AND WS-BILL-COUNT > 0
               COMPUTE WS-CHG-PARTNER-AMT ROUNDED =
                   WS-BILL-COUNT * WS-FS-ITEM-FEE
               MOVE "ITEM" TO WS-CHG-TYPE
               MOVE "PER-ITEM FEE" TO WS-CHG-DESC
               MOVE WS-BILL-COUNT TO WS-CHG-QUANTITY
               MOVE 0 TO WS-CHG-BASIS
               MOVE WS-FS-ITEM-FEE TO WS-CHG-UNIT-RATE
               PERFORM 3290-ADD-CHARGE-LINE
           END-IF
           IF WS-FS-PCT-RATE > 0 AND WS-BILL-AMOUNT > 0
               COMPUTE WS-CHG-PARTNER-AMT ROUNDED =
                   WS-BILL-AMOUNT * WS-FS-PCT-RATE / 100
               MOVE "PERCENT" TO WS-CHG-TYPE
               MOVE "PERCENTAGE OF PERIOD AMOUNT" TO WS-CHG-DESC
               MOVE WS-BILL-COUNT TO WS-CHG-QUANTITY
               MOVE WS-BILL-AMOUNT TO WS-CHG-BASIS
               MOVE WS-FS-PCT-RATE TO WS-CHG-UNIT-RATE
               PERFORM 3290-ADD-CHARGE-LINE
           END-IF
           MOVE 0 TO WS-TIER-FLOOR
           MOVE 1 TO WS-TIER-SUB
           PERFORM UNTIL WS-TIER-SUB > 3
               PERFORM 3250-PRICE-VOLUME-BAND
               ADD 1 TO WS-TIER-SUB
           END-PERFORM
           IF WS-FS-MIN-FEE > WS-BILL-SUBTOTAL
               COMPUTE WS-CHG-PARTNER-AMT =
                   WS-FS-MIN-FEE - WS-BILL-SUBTOTAL
               MOVE "MINIMUM" TO WS-CHG-TYPE
               MOVE "MONTHLY MINIMUM TOP-UP" TO WS-CHG-DESC
               MOVE 0 TO WS-CHG-QUANTITY
               MOVE 0 TO WS-CHG-BASIS
               MOVE 0 TO WS-CHG-UNIT-RATE
               PERFORM 3290-ADD-CHARGE-LINE
           END-IF.

      *****************************************************************
      * 3250-PRICE-VOLUME-BAND - ONE GRADUATED BAND. THE BAND COVERS
      * ITEMS ABOVE WS-TIER-FLOOR (THE PREVIOUS BAND'S BOUND) UP TO
      * ITS OWN BOUND, OR TO THE PERIOD COUNT FOR AN OPEN-ENDED BAND
      * OR ONE WHOSE BOUND THE PERIOD DID NOT REACH. A FREE BAND (NO
      * FEE) STILL MOVES THE FLOOR UP; AN UNUSED BAND DOES NOTHING.
      *****************************************************************
       3250-PRICE-VOLUME-BAND.
           IF (WS-FS-TIER-UPTO (WS-TIER-SUB) > 0
                   OR WS-FS-TIER-FEE (WS-TIER-SUB) > 0)
               AND WS-BILL-COUNT > WS-TIER-FLOOR
               IF WS-FS-TIER-UPTO (WS-TIER-SUB) = 0
                   OR WS-FS-TIER-UPTO (WS-TIER-SUB) > WS-BILL-COUNT
                   MOVE WS-BILL-COUNT TO WS-TIER-TOP
               ELSE
                   MOVE WS-FS-TIER-UPTO (WS-TIER-SUB) TO WS-TIER-TOP
               END-IF
               IF WS-FS-TIER-FEE (WS-TIER-SUB) > 0
                   COMPUTE WS-CHG-QUANTITY =
                       WS-TIER-TOP - WS-TIER-FLOOR
                   COMPUTE WS-CHG-PARTNER-AMT ROUNDED =
                       WS-CHG-QUANTITY * WS-FS-TIER-FEE (WS-TIER-SUB)
                   MOVE WS-TIER-SUB TO WS-TIER-NO-EDIT
                   MOVE SPACES TO WS-CHG-TYPE
                   STRING "TIER " WS-TIER-NO-EDIT
                       DELIMITED BY SIZE INTO WS-CHG-TYPE
                   COMPUTE WS-BAND-FROM-EDIT = WS-TIER-FLOOR + 1
                   MOVE WS-TIER-TOP TO WS-BAND-TO-EDIT
                   MOVE SPACES TO WS-CHG-DESC
                   STRING "VOLUME BAND ITEMS " WS-BAND-FROM-EDIT
                       " TO " WS-BAND-TO-EDIT
                       DELIMITED BY SIZE INTO WS-CHG-DESC
                   MOVE 0 TO WS-CHG-BASIS
                   MOVE WS-FS-TIER-FEE (WS-TIER-SUB)
                       TO WS-CHG-UNIT-RATE
                   PERFORM 3290-ADD-CHARGE-LINE
               END-IF
               MOVE WS-TIER-TOP TO WS-TIER-FLOOR
           END-IF.

      *****************************************************************
      * 3290-ADD-CHARGE-LINE - FILES ONE PRICED CHARGE: ITS PARTNER-
      * CURRENCY AMOUNT COUNTS TOWARD THE MINIMUM TEST, ITS REPORTING-
      * CURRENCY AMOUNT (CONVERTED AT THE PARTNER'S RATE, ROUNDED TO
      * THE CENT) IS WHAT THE LINE AND THE INVOICE CARRY.
      *****************************************************************
       3290-ADD-CHARGE-LINE.
           ADD 1 TO WS-LIN-TBL-CNT
           MOVE WS-LIN-TBL-CNT TO WS-LIN-SUB
           MOVE WS-CHG-TYPE TO WS-LIN-TYPE (WS-LIN-SUB)
           MOVE WS-CHG-DESC TO WS-LIN-DESC (WS-LIN-SUB)
           MOVE WS-CHG-QUANTITY TO WS-LIN-QUANTITY (WS-LIN-SUB)
           MOVE WS-CHG-BASIS TO WS-LIN-BASIS (WS-LIN-SUB)
           MOVE WS-CHG-UNIT-RATE TO WS-LIN-UNIT-RATE (WS-LIN-SUB)
           COMPUTE WS-LIN-CHARGE (WS-LIN-SUB) ROUNDED =
               WS-CHG-PARTNER-AMT * WS-WORK-RATE
           ADD WS-CHG-PARTNER-AMT TO WS-BILL-SUBTOTAL
           ADD WS-LIN-CHARGE (WS-LIN-SUB) TO WS-BILL-INVOICE-AMT.

      *****************************************************************
      * 3500-BILL-MINIMUM-ONLY - A SCHEDULE WITH NO VOLUME IN THE
      * PERIOD. AN ACTIVE PARTNER WHOSE SCHEDULE CARRIES A MINIMUM IS
      * BILLED IT; ANY OTHER (NO MINIMUM, UNUSABLE SCHEDULE - ALREADY
      * LISTED BY 1390 - OR A PARTNER NOT ACTIVE ON THE MASTER) HAS
      * NOTHING TO BILL AND IS ONLY COUNTED.
      *****************************************************************
       3500-BILL-MINIMUM-ONLY.
           MOVE WS-FEE-KEY (WS-FEE-SUB) TO WS-BILL-KEY
           MOVE 'N' TO WS-MST-FOUND-FLAG
           IF WS-FEE-USABLE (WS-FEE-SUB)
               MOVE WS-FEE-IMAGE (WS-FEE-SUB) TO WS-FEE-SCHEDULE-RECORD
               IF WS-FS-MIN-FEE > 0
                   PERFORM 5100-FIND-MASTER-KEY
               END-IF
           END-IF
           IF WS-MST-FOUND
               AND WS-MST-STATUS (WS-MST-SUB) = 'A'
               MOVE 0 TO WS-BILL-COUNT
               MOVE 0 TO WS-BILL-AMOUNT
               ADD 1 TO WS-MINIMUM-ONLY-CNT
               PERFORM 3200-PRICE-CHARGES
               PERFORM 3600-WRITE-INVOICE
           ELSE
               ADD 1 TO WS-IDLE-SCHED-CNT
           END-IF.

      *****************************************************************
      * 3600-WRITE-INVOICE - THE HEADER, THEN THE LINES, TO THE AR
      * INTERFACE, AND THE SAME INVOICE ON THE REGISTER. A SCHEDULE
      * THAT PRICES TO NO LINES AT ALL (EVERY COMPONENT ZERO - A FEE
      * WAIVER) RAISES NO INVOICE; ITS VOLUME STAYS IN THE BILLED
      * CONTROL TOTAL AND THE REGISTER SAYS "NO CHARGE".
      *****************************************************************
       3600-WRITE-INVOICE.
           MOVE WS-BILL-KEY TO WS-INL-KEY
           MOVE WS-MST-NAME (WS-MST-SUB) TO WS-INL-NAME
           MOVE WS-WORK-CURRENCY TO WS-INL-CURRENCY
           MOVE WS-BILL-COUNT TO WS-INL-COUNT
           MOVE WS-BILL-AMOUNT TO WS-INL-AMOUNT
           IF WS-LIN-TBL-CNT = 0
               ADD 1 TO WS-NO-CHARGE-CNT
               MOVE "NO CHARGE" TO WS-INL-INVOICE-NO
               WRITE FD-BILLING-RPT-LINE FROM WS-INVOICE-LINE
           ELSE
               ADD 1 TO WS-INVOICE-SEQ
               MOVE SPACES TO WS-INVOICE-NO
               STRING WS-BILL-PERIOD WS-INVOICE-SEQ
                   DELIMITED BY SIZE INTO WS-INVOICE-NO
               MOVE WS-INVOICE-NO TO WS-INL-INVOICE-NO
               WRITE FD-BILLING-RPT-LINE FROM WS-INVOICE-LINE
               MOVE SPACES TO WS-AR-INVOICE-RECORD
               MOVE 'IH' TO WS-AR-RECORD-TYPE
               MOVE WS-INVOICE-NO TO WS-AR-INVOICE-NO
               MOVE WS-BILL-KEY TO WS-AR-KEY
               MOVE WS-MST-NAME (WS-MST-SUB) TO WS-ARH-PARTNER-NAME
               MOVE WS-BILL-PERIOD TO WS-ARH-PERIOD
               MOVE WS-RUN-DATE TO WS-ARH-INVOICE-DATE
               MOVE WS-BASE-CURRENCY TO WS-ARH-CURRENCY
               MOVE WS-BILL-INVOICE-AMT TO WS-ARH-INVOICE-AMOUNT
               MOVE WS-LIN-TBL-CNT TO WS-ARH-LINE-COUNT
               MOVE WS-WORK-CURRENCY TO WS-ARH-VOLUME-CURRENCY
               MOVE WS-WORK-RATE TO WS-ARH-RATE
               MOVE WS-BILL-COUNT TO WS-ARH-PERIOD-COUNT
               MOVE WS-BILL-AMOUNT TO WS-ARH-PERIOD-AMOUNT
               WRITE FD-AR-INVOICE-RECORD FROM WS-AR-INVOICE-RECORD
               MOVE 1 TO WS-LIN-SUB
               PERFORM UNTIL WS-LIN-SUB > WS-LIN-TBL-CNT
                   PERFORM 3650-WRITE-INVOICE-LINE
                   ADD 1 TO WS-LIN-SUB
               END-PERFORM
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-BILL-INVOICE-AMT TO WS-AMOUNT-EDIT
               STRING "    INVOICE TOTAL " WS-BASE-CURRENCY " "
                       WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
               ADD 1 TO WS-INVOICE-CNT
               ADD WS-BILL-INVOICE-AMT TO WS-TOTAL-BILLED
           END-IF.

       3650-WRITE-INVOICE-LINE.
           MOVE SPACES TO WS-AR-INVOICE-RECORD
           MOVE 'IL' TO WS-AR-RECORD-TYPE
           MOVE WS-INVOICE-NO TO WS-AR-INVOICE-NO
           MOVE WS-BILL-KEY TO WS-AR-KEY
           MOVE WS-LIN-SUB TO WS-ARL-LINE-NO
           MOVE WS-LIN-TYPE (WS-LIN-SUB) TO WS-ARL-CHARGE-TYPE
           MOVE WS-LIN-DESC (WS-LIN-SUB) TO WS-ARL-DESCRIPTION
           MOVE WS-LIN-QUANTITY (WS-LIN-SUB) TO WS-ARL-QUANTITY
           MOVE WS-LIN-BASIS (WS-LIN-SUB) TO WS-ARL-BASIS-AMOUNT
           MOVE WS-LIN-UNIT-RATE (WS-LIN-SUB) TO WS-ARL-UNIT-RATE
           MOVE WS-LIN-CHARGE (WS-LIN-SUB) TO WS-ARL-CHARGE-AMOUNT
           WRITE FD-AR-INVOICE-RECORD FROM WS-AR-INVOICE-RECORD
           ADD 1 TO WS-AR-LINE-CNT
           MOVE WS-LIN-TYPE (WS-LIN-SUB) TO WS-CHL-TYPE
           MOVE WS-LIN-DESC (WS-LIN-SUB) TO WS-CHL-DESC
           MOVE WS-LIN-QUANTITY (WS-LIN-SUB) TO WS-CHL-QUANTITY
           MOVE WS-LIN-BASIS (WS-LIN-SUB) TO WS-CHL-BASIS
           MOVE WS-LIN-UNIT-RATE (WS-LIN-SUB) TO WS-CHL-UNIT-RATE
           MOVE WS-LIN-CHARGE (WS-LIN-SUB) TO WS-CHL-CHARGE
           WRITE FD-BILLING-RPT-LINE FROM WS-CHARGE-LINE.

      *****************************************************************
      * 3800-REPORT-EXCEPTION - A KEY WITH PERIOD VOLUME THAT IS NOT
      * BILLED. ITS VOLUME GOES TO THE EXCEPTION CONTROL TOTAL SO THE
      * REGISTER STILL TIES TO THE STATEMENT, AND THE RUN ENDS RC=4
      * SO PARTNER BILLING CLEARS IT BEFORE THE INVOICES GO OUT.
      *****************************************************************
       3800-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCP-KEY-CNT
           ADD WS-VOL-COUNT (WS-VOL-SUB) TO WS-EXCP-COUNT
           ADD WS-VOL-AMOUNT (WS-VOL-SUB) TO WS-EXCP-AMOUNT
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE WS-VOL-KEY (WS-VOL-SUB) TO WS-EXL-KEY
           MOVE WS-VOL-COUNT (WS-VOL-SUB) TO WS-EXL-COUNT
           MOVE WS-VOL-AMOUNT (WS-VOL-SUB) TO WS-EXL-AMOUNT
           MOVE WS-EXCEPTION-REASON TO WS-EXL-REASON
           WRITE FD-BILLING-RPT-LINE FROM WS-EXCEPTION-LINE.

       4000-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTBILL PARTNER BILLING REGISTER - PERIOD "
                   WS-BILL-PERIOD
                   "  INVOICE DATE " WS-RUN-DATE
                   "  REPORTING CURRENCY " WS-BASE-CURRENCY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           IF WS-BILL-PERIOD = SPACES
               MOVE "NO CLOSED PERIOD ON MTD ARCHIVE - NOTHING BILLED"
                   TO WS-REPORT-LINE
               WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           END-IF.

      *****************************************************************
      * 5100-FIND-MASTER-KEY - LOOKS WS-BILL-KEY UP ON THE MASTER
      * TABLE; WS-MST-SUB IS THE ENTRY WHEN FOUND.
      *****************************************************************
       5100-FIND-MASTER-KEY.
           MOVE 'N' TO WS-MST-FOUND-FLAG
           IF WS-MST-TBL-CNT > 0
               SEARCH ALL WS-MASTER-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MST-KEY (WS-MST-IDX) = WS-BILL-KEY
                       MOVE 'Y' TO WS-MST-FOUND-FLAG
                       SET WS-MST-SUB TO WS-MST-IDX
               END-SEARCH
           END-IF.

       5200-FIND-FEE-KEY.
           MOVE 'N' TO WS-FEE-FOUND-FLAG
           IF WS-FEE-TBL-CNT > 0
               SEARCH ALL WS-FEE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FEE-KEY (WS-FEE-IDX) = WS-BILL-KEY
                       MOVE 'Y' TO WS-FEE-FOUND-FLAG
                       SET WS-FEE-SUB TO WS-FEE-IDX
               END-SEARCH
           END-IF.

       5300-FIND-RATE.
           MOVE 'N' TO WS-RTE-FOUND-FLAG
           MOVE 1 TO WS-RTE-SUB
           PERFORM UNTIL WS-RTE-FOUND OR WS-RTE-SUB > WS-RTE-TBL-CNT
               IF WS-RTE-CODE (WS-RTE-SUB) = WS-WORK-CURRENCY
                   MOVE 'Y' TO WS-RTE-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-RTE-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * 9000-END-OF-JOB - THE AR TRAILER, THEN THE CONTROL TOTALS.
      * THE FIRST LINE REPEATS CNTMTD'S STATEMENT TOTAL IN THE SAME
      * WORDS SO THE TWO CAN BE LAID SIDE BY SIDE; BILLED PLUS
      * EXCEPTION VOLUME IS THEN PROVED AGAINST IT.
      *****************************************************************
       9000-END-OF-JOB.
           MOVE SPACES TO WS-AR-INVOICE-RECORD
           MOVE 'IT' TO WS-AR-RECORD-TYPE
           MOVE WS-INVOICE-CNT TO WS-ART-INVOICE-COUNT
           MOVE WS-AR-LINE-CNT TO WS-ART-LINE-COUNT
           MOVE WS-TOTAL-BILLED TO WS-ART-TOTAL-AMOUNT
           WRITE FD-AR-INVOICE-RECORD FROM WS-AR-INVOICE-RECORD

           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE "CONTROL TOTALS" TO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE WS-PERIOD-AMOUNT TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PERIOD TOTAL RECORDS " WS-PERIOD-COUNT
                   " AMOUNT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE WS-BILLED-COUNT TO WS-COUNT-EDIT
           MOVE WS-BILLED-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-BILLED-KEY-CNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  BILLED     KEYS " WS-COUNT-EDIT-2
                   "  RECORDS " WS-COUNT-EDIT
                   "  AMOUNT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE WS-EXCP-COUNT TO WS-COUNT-EDIT
           MOVE WS-EXCP-AMOUNT TO WS-AMOUNT-EDIT
           MOVE WS-EXCP-KEY-CNT TO WS-COUNT-EDIT-2
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  NOT BILLED KEYS " WS-COUNT-EDIT-2
                   "  RECORDS " WS-COUNT-EDIT
                   "  AMOUNT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           COMPUTE WS-TIED-COUNT = WS-BILLED-COUNT + WS-EXCP-COUNT
           COMPUTE WS-TIED-AMOUNT = WS-BILLED-AMOUNT + WS-EXCP-AMOUNT
           IF WS-TIED-COUNT = WS-PERIOD-COUNT
               AND WS-TIED-AMOUNT = WS-PERIOD-AMOUNT
               MOVE "  BILLED PLUS NOT BILLED AGREES WITH PERIOD TOTAL"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "  *** BILLED PLUS NOT BILLED OUT OF BALANCE ***"
                   TO WS-REPORT-LINE
           END-IF
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE WS-TOTAL-BILLED TO WS-AMOUNT-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "INVOICES " WS-INVOICE-CNT
                   "  LINES " WS-AR-LINE-CNT
                   "  TOTAL BILLED " WS-BASE-CURRENCY " "
                   WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "MINIMUM-ONLY INVOICES " WS-MINIMUM-ONLY-CNT
                   "  NO-CHARGE KEYS " WS-NO-CHARGE-CNT
                   "  SCHEDULES NOT BILLED " WS-IDLE-SCHED-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ARCHIVE RECORDS READ " WS-ARCH-READ-CNT
                   "  IN PERIOD " WS-ARCH-PERIOD-CNT
                   "  FEE SCHEDULES READ " WS-FEE-READ-CNT
                   "  REJECTED " WS-FEE-REJECT-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PREPARED BY: ____________________   "
                   "APPROVED BY: ____________________   "
                   "DATE: __________"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-BILLING-RPT-LINE FROM WS-REPORT-LINE
           CLOSE MTD-ARCHIVE-FILE
           CLOSE FEE-SCHEDULE-FILE
           CLOSE CURRENCY-RATE-FILE
           CLOSE KEY-MASTER-FILE
           CLOSE AR-INVOICE-FILE
           CLOSE BILLING-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTBILL ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9810-ABEND-TABLE-OVERFLOW - A TABLE TOO SMALL FOR ITS FILE
      * WOULD LEAVE PARTNERS UNBILLED WITHOUT A TRACE, SO THE STEP
      * STOPS AND THE AR FILE IS NOT RELEASED.
      *****************************************************************
       9810-ABEND-TABLE-OVERFLOW.
           DISPLAY "CNTBILL ABEND - TABLE OVERFLOW, NOTHING RELEASED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9820-ABEND-NO-BASE-CURRENCY.
           DISPLAY "CNTBILL ABEND - NO BASE CURRENCY ON RATE FILE"
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9850-ABEND-CONTROL-CARD - A PERIOD= CARD THAT DID NOT EDIT (OR
      * AN UNKNOWN CARD). NOTHING HAS BEEN OPENED; THE CARDS ARE ON
      * SYSOUT.
      *****************************************************************
       9850-ABEND-CONTROL-CARD.
           DISPLAY "CNTBILL ABEND - INVALID CONTROL CARDS: "
               WS-BAD-CARD-COUNT
           MOVE 8 TO RETURN-CODE
           STOP RUN.
