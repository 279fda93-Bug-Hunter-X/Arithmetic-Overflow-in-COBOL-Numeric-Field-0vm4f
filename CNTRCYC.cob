      * EVERY REJECT GETS A LINE ON THE DISPOSITION REPORT, PLUS
      * SUMMARY COUNTS, SO THE WORKDOWN IS AUDITED.
      *
      * DUAL CONTROL: EVERY REPAIR CARD NAMES THE OPERATOR WHO KEYED
      * IT (THE MAKER). A REPAIR WHOSE AMOUNT - THE LARGER OF THE
      * REJECT'S OWN AMOUNT AND THE CORRECTED ONE, IGNORING SIGN - IS
      * ABOVE THE APPROVAL THRESHOLD IS ONLY APPLIED WHEN AN APPROVE=
      * CARD FOR THE SAME READ COUNT AND REJECT DATE COMES FROM A
      * DIFFERENT OPERATOR (THE CHECKER). WITHOUT ONE THE REJECT
      * CARRIES FORWARD AWAITING APPROVAL WITH THE MAKER'S CORRECTION
      * PARKED ON IT (SEE CPYREJ), SO A LATER RUN NEEDS ONLY THE
      * APPROVE= CARD. EVERY REPAIR - APPLIED OR LEFT AWAITING
      * APPROVAL - IS APPENDED TO THE OPERATOR-ACTION JOURNAL
      * (CPYOPJNL). APPROVE= CARDS THAT APPROVED NOTHING ARE LISTED
      * ON THE DISPOSITION REPORT.
      *
      * CONTROL CARD LAYOUTS (FIXED COLUMNS):
      *   RETENTION CARD: "RETENTION=" IN COLS 1-10, DAYS IN 11-13.
      *   REPAIR CARD:    COLS  1-9   READ COUNT OF THE REJECT
      *                               A LARGER AMOUNT IS REJECTED AS
      *                               A BAD CARD RATHER THAN
      *                               TRUNCATED.
      *                   COL  45     (SPACE)
      *                   COLS 46-53  MAKER OPERATOR ID (REQUIRED -
      *                               A CARD WITHOUT ONE IS A BAD
      *                               CARD)
      *   APPROVE CARD:   "APPROVE=" IN COLS 1-8, READ COUNT IN 9-17,
      *                   SPACE, REJECT DATE YYYYMMDD IN 19-26, SPACE,
      *                   CHECKER OPERATOR ID IN 28-35.
      *   THRESHOLD CARD: "THRESHOLD=" IN COLS 1-10, AMOUNT IN 11-23,
      *                   13 DIGITS WITH TWO IMPLIED DECIMALS (DEFAULT
      *                   10,000.00).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISPRPT-STATUS.

           SELECT OP-JOURNAL-FILE ASSIGN TO OPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-IN-FILE
           RECORDING MODE IS F.
       01  FD-REJECT-IN-RECORD       PIC X(200).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.

       FD  DEAD-LETTER-FILE
           RECORDING MODE IS F.
       01  FD-DEAD-LETTER-RECORD     PIC X(200).

       FD  CARRY-FORWARD-FILE
           RECORDING MODE IS F.
       01  FD-CARRY-FORWARD-RECORD   PIC X(200).

       FD  DISPOSITION-RPT-FILE
           RECORDING MODE IS F.
       01  FD-DISPOSITION-LINE       PIC X(132).

       FD  OP-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-OP-JOURNAL-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPYAREA1.

           COPY CPYREJ.

           COPY CPYOPJNL.

       01  WS-FILE-STATUSES.
           05  WS-REJFILE-STATUS     PIC XX VALUE SPACES.
           05  WS-RCYCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-DEADLTR-STATUS     PIC XX VALUE SPACES.
           05  WS-REJCARRY-STATUS    PIC XX VALUE SPACES.
           05  WS-DISPRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-OPJRNL-STATUS      PIC XX VALUE SPACES.

       01  WS-REJECT-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-REJECT-EOF         VALUE 'Y'.
           05  WS-CC-NEW-AMT-X       PIC X(13).
           05  WS-CC-NEW-AMT-9 REDEFINES WS-CC-NEW-AMT-X
                                     PIC 9(11)V99.
           05  FILLER                PIC X(1).
           05  WS-CC-MAKER           PIC X(8).
           05  FILLER                PIC X(27).

       01  WS-RETENTION-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-RET-KEYWORD        PIC X(10).
                                     PIC 9(3).
           05  FILLER                PIC X(67).

       01  WS-APPROVE-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-APC-KEYWORD        PIC X(8).
           05  WS-APC-READ-CNT-X     PIC X(9).
           05  WS-APC-READ-CNT-9 REDEFINES WS-APC-READ-CNT-X
                                     PIC 9(9).
           05  FILLER                PIC X(1).
           05  WS-APC-REJ-DATE-X     PIC X(8).
           05  WS-APC-REJ-DATE-9 REDEFINES WS-APC-REJ-DATE-X
                                     PIC 9(8).
           05  FILLER                PIC X(1).
           05  WS-APC-CHECKER        PIC X(8).
           05  FILLER                PIC X(45).

       01  WS-THRESHOLD-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-THC-KEYWORD        PIC X(10).
           05  WS-THC-AMOUNT-X       PIC X(13).
           05  WS-THC-AMOUNT-9 REDEFINES WS-THC-AMOUNT-X
                                     PIC 9(11)V99.
           05  FILLER                PIC X(57).

      *****************************************************************
      * WS-CORRECTION-TABLE - THE REPAIR CARDS LOADED IN CORE SO EACH
      * REJECT CAN BE MATCHED ON ITS READ COUNT IN ONE PASS OVER THE
               10  WS-COR-NEW-AMT    PIC 9(11)V99.
               10  WS-COR-AMT-FLAG   PIC X(1).
               10  WS-COR-USED-FLAG  PIC X(1).
               10  WS-COR-MAKER      PIC X(8).

      *****************************************************************
      * WS-APPROVAL-TABLE - THE CHECKERS' APPROVE= CARDS, MATCHED ON
      * READ COUNT PLUS REJECT DATE LIKE THE REPAIR CARDS. AN APPROVAL
      * IS ONLY TAKEN UP BY A REPAIR KEYED BY A DIFFERENT OPERATOR;
      * ONE LEFT UNUSED IS LISTED AT END OF JOB.
      *****************************************************************
       01  WS-APPROVAL-TABLE-AREA.
           05  WS-APR-TBL-MAX        PIC 9(5) COMP VALUE 1000.
           05  WS-APR-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-APR-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-APR-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-APR-FOUND      VALUE 'Y'.
           05  WS-APPROVAL-ENTRY OCCURS 1000 TIMES.
               10  WS-APR-READ-CNT   PIC 9(9).
               10  WS-APR-REJ-DATE   PIC 9(8).
               10  WS-APR-CHECKER    PIC X(8).
               10  WS-APR-USED-FLAG  PIC X(1).

      *****************************************************************
      * WS-REPAIR-IN-HAND - THE CORRECTION ABOUT TO BE APPLIED TO THE
      * REJECT IN HAND, TAKEN FROM TONIGHT'S CARD (2310) OR FROM THE
      * PARKED CORRECTION OF AN EARLIER RUN (2320), WITH THE REJECT'S
      * KEY AND AMOUNT BEFORE AND AFTER IT FOR THE JOURNAL.
      *****************************************************************
       01  WS-REPAIR-IN-HAND.
           05  WS-REPAIR-STATE       PIC X(1) VALUE 'N'.
               88  WS-REPAIR-NONE    VALUE 'N'.
               88  WS-REPAIR-READY   VALUE 'Y'.
               88  WS-REPAIR-AWAITING VALUE 'A'.
           05  WS-CUR-NEW-KEY        PIC X(10).
           05  WS-CUR-AMT-FLAG       PIC X(1).
           05  WS-CUR-AMT-SIGN       PIC X(1).
           05  WS-CUR-NEW-AMT        PIC 9(11)V99.
           05  WS-CUR-MAKER          PIC X(8).
           05  WS-CUR-CHECKER        PIC X(8).
           05  WS-CUR-ORIG-KEY       PIC X(10).
           05  WS-CUR-ORIG-AMT       PIC S9(13)V99 COMP-3.
           05  WS-CUR-AFTER-AMT      PIC S9(13)V99 COMP-3.

       01  WS-APPROVAL-THRESHOLD     PIC 9(11)V99 VALUE 10000.00.
       01  WS-CHECK-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-AWAITING-COUNT         PIC 9(9) VALUE 0.
       01  WS-UNUSED-APPROVAL-COUNT  PIC 9(9) VALUE 0.
       01  WS-THRESHOLD-EDIT         PIC Z(10)9.99.

       01  WS-RETENTION-DAYS         PIC 9(3) VALUE 30.
       01  WS-TODAY-INTEGER          PIC 9(9) VALUE 0.
           05  WS-DSP-ACTION         PIC X(12).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DSP-REASON         PIC X(30).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DSP-MAKER          PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-DSP-CHECKER        PIC X(8).
           05  FILLER                PIC X(35) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           OPEN OUTPUT DEAD-LETTER-FILE
           OPEN OUTPUT CARRY-FORWARD-FILE
           OPEN OUTPUT DISPOSITION-RPT-FILE
           OPEN OUTPUT OP-JOURNAL-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 4000-PRINT-REPORT-HEADING
               OR WS-DEADLTR-STATUS NOT = "00"
               OR WS-REJCARRY-STATUS NOT = "00"
               OR WS-DISPRPT-STATUS NOT = "00"
               OR WS-OPJRNL-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

                   ADD 1 TO WS-BAD-CARD-COUNT
               END-IF
           ELSE
           IF WS-APC-KEYWORD = "APPROVE="
               PERFORM 1170-STORE-APPROVAL-CARD
           ELSE
           IF WS-THC-KEYWORD = "THRESHOLD="
               IF WS-THC-AMOUNT-X IS NUMERIC
                   MOVE WS-THC-AMOUNT-9 TO WS-APPROVAL-THRESHOLD
               ELSE
                   ADD 1 TO WS-BAD-CARD-COUNT
               END-IF
           ELSE
           IF WS-CC-READ-CNT-X IS NUMERIC
               AND WS-CC-REJ-DATE-X IS NUMERIC
               AND WS-CC-MAKER NOT = SPACES
               IF WS-COR-TBL-CNT < WS-COR-TBL-MAX
                   ADD 1 TO WS-COR-TBL-CNT
                   MOVE WS-CC-READ-CNT-9
                       TO WS-COR-AMT-SIGN (WS-COR-TBL-CNT)
                   MOVE 'N'
                       TO WS-COR-USED-FLAG (WS-COR-TBL-CNT)
                   MOVE WS-CC-MAKER
                       TO WS-COR-MAKER (WS-COR-TBL-CNT)
      *            THE DETAIL AMOUNT FIELD HOLDS NINE INTEGER DIGITS,
      *            SO A CARD AMOUNT WITH EITHER OF ITS TWO HIGH-ORDER
      *            DIGITS NON-ZERO WOULD TRUNCATE SILENTLY ON THE
               ADD 1 TO WS-BAD-CARD-COUNT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       1170-STORE-APPROVAL-CARD.
           IF WS-APC-READ-CNT-X IS NUMERIC
               AND WS-APC-REJ-DATE-X IS NUMERIC
               AND WS-APC-CHECKER NOT = SPACES
               AND WS-APR-TBL-CNT < WS-APR-TBL-MAX
               ADD 1 TO WS-APR-TBL-CNT
               MOVE WS-APC-READ-CNT-9
                   TO WS-APR-READ-CNT (WS-APR-TBL-CNT)
               MOVE WS-APC-REJ-DATE-9
                   TO WS-APR-REJ-DATE (WS-APR-TBL-CNT)
               MOVE WS-APC-CHECKER
                   TO WS-APR-CHECKER (WS-APR-TBL-CNT)
               MOVE 'N' TO WS-APR-USED-FLAG (WS-APR-TBL-CNT)
           ELSE
               ADD 1 TO WS-BAD-CARD-COUNT
           END-IF.

       2000-PROCESS-REJECT.
           ADD 1 TO WS-REJECTS-READ-COUNT
           MOVE 'N' TO WS-REPAIR-STATE
           MOVE WS-REJ-AREA-1 TO WS-AREA-1
           PERFORM 2200-CHECK-REJECT-AGE
           EVALUATE TRUE
           END-EVALUATE
           PERFORM 2100-READ-REJECT-FILE.

      *****************************************************************
      * 2050-ROUTE-DETAIL-REJECT - A REPAIR IS IN HAND WHEN TONIGHT'S
      * CARD NAMES THE REJECT OR, FAILING THAT, WHEN AN EARLIER RUN
      * PARKED ONE ON IT AWAITING APPROVAL (A FRESH CARD REPLACES THE
      * PARKED ONE). 2360 THEN DECIDES WHETHER IT CAN BE APPLIED OR
      * MUST KEEP WAITING FOR A CHECKER. TONIGHT'S CARDS ARE ALWAYS
      * JOURNALED; A PARKED REPAIR ONLY WHEN IT IS FINALLY APPLIED,
      * NOT ON EVERY RUN IT STAYS PARKED.
      *****************************************************************
       2050-ROUTE-DETAIL-REJECT.
           IF WS-COR-FOUND
               PERFORM 2310-TAKE-CARD-REPAIR
           ELSE
               IF NOT WS-COR-AMBIG
                   AND WS-REJ-PEND-AWAITING
                   PERFORM 2320-TAKE-PARKED-REPAIR
               END-IF
           END-IF
           IF NOT WS-REPAIR-NONE
               PERFORM 2360-CHECK-APPROVAL
           END-IF
           EVALUATE TRUE
               WHEN WS-COR-AMBIG
                   ADD 1 TO WS-AMBIG-MATCH-COUNT
                   MOVE "CARD MATCHES MULTIPLE REJECTS"
                       TO WS-DSP-REASON
                   WRITE FD-DISPOSITION-LINE FROM WS-DISPOSITION-LINE
               WHEN WS-REPAIR-AWAITING
                   ADD 1 TO WS-AWAITING-COUNT
                   PERFORM 3200-WRITE-CARRY-FORWARD
                   PERFORM 3500-WRITE-DISPOSITION-LINE
                   MOVE "AWAIT APPR" TO WS-DSP-ACTION
                   WRITE FD-DISPOSITION-LINE FROM WS-DISPOSITION-LINE
               WHEN WS-REPAIR-READY
                   PERFORM 2400-APPLY-CORRECTION
                   PERFORM 3400-VALIDATE-RECORD
                   IF WS-VALID-RECORD
                   PERFORM 3500-WRITE-DISPOSITION-LINE
                   MOVE "PENDING" TO WS-DSP-ACTION
                   WRITE FD-DISPOSITION-LINE FROM WS-DISPOSITION-LINE
           END-EVALUATE
           IF WS-COR-FOUND
               OR WS-REPAIR-READY
               PERFORM 2600-WRITE-OP-JOURNAL
           END-IF.

       2100-READ-REJECT-FILE.
           READ REJECT-IN-FILE INTO WS-REJECT-RECORD
               END-IF
           END-PERFORM.

      *****************************************************************
      * 2310/2320 - LOAD THE REPAIR IN HAND FROM TONIGHT'S CARD (THE
      * CARD IS SPENT EITHER WAY - APPLIED OR PARKED - SO A SECOND
      * BACKLOG MATCH STILL COMES BACK AMBIGUOUS) OR FROM THE
      * CORRECTION AN EARLIER RUN PARKED ON THE REJECT.
      *****************************************************************
       2310-TAKE-CARD-REPAIR.
           MOVE 'Y' TO WS-COR-USED-FLAG (WS-COR-SUB)
           MOVE 'Y' TO WS-REPAIR-STATE
           MOVE WS-COR-NEW-KEY (WS-COR-SUB) TO WS-CUR-NEW-KEY
           MOVE WS-COR-AMT-FLAG (WS-COR-SUB) TO WS-CUR-AMT-FLAG
           MOVE WS-COR-AMT-SIGN (WS-COR-SUB) TO WS-CUR-AMT-SIGN
           MOVE WS-COR-NEW-AMT (WS-COR-SUB) TO WS-CUR-NEW-AMT
           MOVE WS-COR-MAKER (WS-COR-SUB) TO WS-CUR-MAKER.

       2320-TAKE-PARKED-REPAIR.
           MOVE 'Y' TO WS-REPAIR-STATE
           MOVE WS-REJ-PEND-NEW-KEY TO WS-CUR-NEW-KEY
           MOVE WS-REJ-PEND-AMT-FLAG TO WS-CUR-AMT-FLAG
           MOVE WS-REJ-PEND-AMT-SIGN TO WS-CUR-AMT-SIGN
           IF WS-CUR-AMT-FLAG = 'Y'
               MOVE WS-REJ-PEND-NEW-AMT TO WS-CUR-NEW-AMT
           ELSE
               MOVE ZERO TO WS-CUR-NEW-AMT
           END-IF
           MOVE WS-REJ-PEND-MAKER TO WS-CUR-MAKER.

      *****************************************************************
      * 2360-CHECK-APPROVAL - THE AMOUNT A REPAIR PUTS AT STAKE IS THE
      * LARGER OF THE REJECT'S OWN AMOUNT (WHEN NUMERIC) AND THE
      * CORRECTED AMOUNT, IGNORING SIGN - A KEY-ONLY FIX ON A LARGE
      * REJECT RELEASES JUST AS MUCH AS AN AMOUNT FIX. ABOVE THE
      * THRESHOLD THE REPAIR STANDS ONLY WITH A CHECKER'S APPROVE=
      * CARD (2370); WITHOUT ONE IT IS PARKED ON THE REJECT, WHICH
      * CARRIES FORWARD AWAITING APPROVAL. AN APPLIED REPAIR CLEARS
      * ANY PARKED ONE SO A DEAD-LETTERED RECORD DOES NOT CARRY IT.
      *****************************************************************
       2360-CHECK-APPROVAL.
           MOVE SPACES TO WS-CUR-CHECKER
           MOVE WS-A1-KEY TO WS-CUR-ORIG-KEY
           IF WS-A1-AMOUNT IS NUMERIC
               MOVE WS-A1-AMOUNT TO WS-CUR-ORIG-AMT
           ELSE
               MOVE ZERO TO WS-CUR-ORIG-AMT
           END-IF
           MOVE WS-CUR-ORIG-AMT TO WS-CUR-AFTER-AMT
           MOVE WS-CUR-ORIG-AMT TO WS-CHECK-AMT
           IF WS-CHECK-AMT < 0
               COMPUTE WS-CHECK-AMT = 0 - WS-CHECK-AMT
           END-IF
           IF WS-CUR-AMT-FLAG = 'Y'
               MOVE WS-CUR-NEW-AMT TO WS-CUR-AFTER-AMT
               IF WS-CUR-AMT-SIGN = '-'
                   COMPUTE WS-CUR-AFTER-AMT = 0 - WS-CUR-AFTER-AMT
               END-IF
               IF WS-CUR-NEW-AMT > WS-CHECK-AMT
                   MOVE WS-CUR-NEW-AMT TO WS-CHECK-AMT
               END-IF
           END-IF
           PERFORM 2370-FIND-APPROVAL
           IF WS-APR-FOUND
               OR WS-CHECK-AMT NOT > WS-APPROVAL-THRESHOLD
               MOVE SPACES TO WS-REJ-PENDING
           ELSE
               MOVE 'A' TO WS-REPAIR-STATE
               MOVE 'A' TO WS-REJ-PEND-FLAG
               MOVE WS-CUR-MAKER TO WS-REJ-PEND-MAKER
               MOVE WS-CUR-NEW-KEY TO WS-REJ-PEND-NEW-KEY
               MOVE WS-CUR-AMT-FLAG TO WS-REJ-PEND-AMT-FLAG
               MOVE WS-CUR-AMT-SIGN TO WS-REJ-PEND-AMT-SIGN
               MOVE WS-CUR-NEW-AMT TO WS-REJ-PEND-NEW-AMT
           END-IF.

      *****************************************************************
      * 2370-FIND-APPROVAL - FIRST UNUSED APPROVE= CARD FOR THIS READ
      * COUNT AND REJECT DATE FROM AN OPERATOR OTHER THAN THE MAKER.
      * A MAKER CANNOT APPROVE THEIR OWN REPAIR - SUCH A CARD IS
      * PASSED OVER AND LISTED AT END OF JOB AS APPROVING NOTHING.
      *****************************************************************
       2370-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-FLAG
           MOVE 1 TO WS-APR-SUB
           PERFORM UNTIL WS-APR-FOUND
                   OR WS-APR-SUB > WS-APR-TBL-CNT
               IF WS-APR-READ-CNT (WS-APR-SUB) = WS-REJ-READ-CNT
                   AND WS-APR-REJ-DATE (WS-APR-SUB) =
                       WS-REJ-TIMESTAMP (1:8)
                   AND WS-APR-USED-FLAG (WS-APR-SUB) = 'N'
                   AND WS-APR-CHECKER (WS-APR-SUB) NOT = WS-CUR-MAKER
                   MOVE 'Y' TO WS-APR-FOUND-FLAG
                   MOVE 'Y' TO WS-APR-USED-FLAG (WS-APR-SUB)
                   MOVE WS-APR-CHECKER (WS-APR-SUB) TO WS-CUR-CHECKER
               ELSE
                   ADD 1 TO WS-APR-SUB
               END-IF
           END-PERFORM.

       2400-APPLY-CORRECTION.
           IF WS-CUR-NEW-KEY NOT = SPACES
               MOVE WS-CUR-NEW-KEY TO WS-A1-KEY
           END-IF
           IF WS-CUR-AMT-FLAG = 'Y'
               MOVE WS-CUR-NEW-AMT TO WS-A1-AMOUNT
               IF WS-CUR-AMT-SIGN = '-'
                   COMPUTE WS-A1-AMOUNT = 0 - WS-A1-AMOUNT
               END-IF
           END-IF.

      *****************************************************************
      * 2600-WRITE-OP-JOURNAL - ONE CPYOPJNL RECORD FOR THE REPAIR
      * APPLIED (OR LEFT AWAITING APPROVAL) ON THE REJECT IN HAND.
      * THE DISPOSITION IS THE LINE JUST WRITTEN TO THE REPORT.
      *****************************************************************
       2600-WRITE-OP-JOURNAL.
           MOVE SPACES TO WS-OP-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-OPJ-TIMESTAMP
           MOVE "CNTRCYC" TO WS-OPJ-PROGRAM
           MOVE "REPAIR" TO WS-OPJ-ACTION
           IF WS-REPAIR-AWAITING
               MOVE 'P' TO WS-OPJ-OUTCOME
           ELSE
               MOVE 'A' TO WS-OPJ-OUTCOME
           END-IF
           MOVE WS-CUR-MAKER TO WS-OPJ-MAKER
           MOVE WS-CUR-CHECKER TO WS-OPJ-CHECKER
           MOVE WS-REJ-READ-CNT TO WS-OPJ-READ-CNT
           MOVE WS-REJ-TIMESTAMP (1:8) TO WS-OPJ-REJ-DATE
           MOVE WS-REJ-REGION TO WS-OPJ-REGION
           MOVE WS-REJ-FILE-DATE TO WS-OPJ-FILE-DATE
           MOVE WS-CUR-ORIG-KEY TO WS-OPJ-KEY
           IF WS-CUR-NEW-KEY = SPACES
               MOVE WS-CUR-ORIG-KEY TO WS-OPJ-NEW-KEY
           ELSE
               MOVE WS-CUR-NEW-KEY TO WS-OPJ-NEW-KEY
           END-IF
           MOVE 1 TO WS-OPJ-RECORD-CNT
           MOVE WS-CUR-ORIG-AMT TO WS-OPJ-PRIOR-AMT
           MOVE WS-CUR-AFTER-AMT TO WS-OPJ-AMOUNT
           MOVE WS-APPROVAL-THRESHOLD TO WS-OPJ-THRESHOLD
           MOVE WS-DSP-ACTION TO WS-OPJ-DISPOSITION
           WRITE FD-OP-JOURNAL-RECORD FROM WS-OP-JOURNAL-RECORD.

      *****************************************************************
      * 3000/3050/3060 - THE RECYCLE FILE IS WRITTEN AS SELF-CONTAINED
      * HD...TR BATCHES: A HEADER AHEAD OF THE FIRST RECYCLED RECORD
           MOVE WS-REJ-READ-CNT TO WS-DSP-READ-CNT
           MOVE WS-REJ-TIMESTAMP (1:8) TO WS-DSP-REJ-DATE
           MOVE WS-A1-KEY TO WS-DSP-KEY
           MOVE WS-REJ-REASON TO WS-DSP-REASON
           IF WS-REPAIR-NONE
               MOVE SPACES TO WS-DSP-MAKER
               MOVE SPACES TO WS-DSP-CHECKER
           ELSE
               MOVE WS-CUR-MAKER TO WS-DSP-MAKER
               MOVE WS-CUR-CHECKER TO WS-DSP-CHECKER
           END-IF.

       4000-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE

           MOVE SPACES TO WS-REPORT-LINE
           STRING "READ CNT   REJ DATE  KEY         ACTION        "
                   "REASON                          MAKER     "
                   "CHECKER" DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-DISPOSITION-LINE FROM WS-REPORT-LINE.

       9000-END-OF-JOB.
           WRITE FD-DISPOSITION-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AMBIGUOUS CARD MATCHES: " WS-AMBIG-MATCH-COUNT
                   "  AWAITING APPROVAL: " WS-AWAITING-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-DISPOSITION-LINE FROM WS-REPORT-LINE
           PERFORM 9100-REPORT-UNUSED-APPROVALS
           MOVE WS-APPROVAL-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APPROVAL THRESHOLD: " WS-THRESHOLD-EDIT
                   "  APPROVALS THAT APPROVED NOTHING: "
                   WS-UNUSED-APPROVAL-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-DISPOSITION-LINE FROM WS-REPORT-LINE
           CLOSE REJECT-IN-FILE
           CLOSE RECYCLE-OUT-FILE
           CLOSE DEAD-LETTER-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE DISPOSITION-RPT-FILE
           CLOSE OP-JOURNAL-FILE.

      *****************************************************************
      * 9100-REPORT-UNUSED-APPROVALS - AN APPROVE= CARD THAT APPROVED
      * NOTHING (NO SUCH REJECT, NO REPAIR FOR IT, OR A CHECKER WHO IS
      * ALSO THE MAKER) IS LISTED SO THE CHECKER CAN SEE IT DID NOT
      * TAKE.
      *****************************************************************
       9100-REPORT-UNUSED-APPROVALS.
           MOVE 1 TO WS-APR-SUB
           PERFORM UNTIL WS-APR-SUB > WS-APR-TBL-CNT
               IF WS-APR-USED-FLAG (WS-APR-SUB) = 'N'
                   ADD 1 TO WS-UNUSED-APPROVAL-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "APPROVAL BY " WS-APR-CHECKER (WS-APR-SUB)
                           " FOR REJECT " WS-APR-READ-CNT (WS-APR-SUB)
                           " DATE " WS-APR-REJ-DATE (WS-APR-SUB)
                           " APPROVED NOTHING - NO REPAIR FROM"
                           " ANOTHER OPERATOR"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE FD-DISPOSITION-LINE FROM WS-REPORT-LINE
               END-IF
               ADD 1 TO WS-APR-SUB
           END-PERFORM.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S: DISPLAY
