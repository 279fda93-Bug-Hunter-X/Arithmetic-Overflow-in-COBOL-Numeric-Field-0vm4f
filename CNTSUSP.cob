      * AN OPERATOR WHO BELIEVES A BATCH WAS RELEASED MUST FIND OUT
      * TONIGHT, NOT AT CLOSE.
      *
      * DUAL CONTROL: EVERY RELEASE AND RETURN CARD NAMES THE
      * OPERATOR WHO KEYED IT (THE MAKER). A BATCH WHOSE HELD AMOUNT
      * EXCEEDS THE APPROVAL THRESHOLD IS ONLY RELEASED OR RETURNED
      * WHEN AN APPROVE= CARD FOR THE SAME BATCH AND SUSPEND DATE
      * COMES FROM A DIFFERENT OPERATOR (THE CHECKER); WITHOUT ONE THE
      * BATCH CARRIES FORWARD AWAITING APPROVAL, WITH THE MAKER'S
      * INSTRUCTION HELD ON ITS SB RECORD (SEE CPYSUSP), SO A LATER
      * RUN NEEDS ONLY THE APPROVE= CARD. EVERY ACTION - APPLIED OR
      * LEFT AWAITING APPROVAL - IS APPENDED TO THE OPERATOR-ACTION
      * JOURNAL (CPYOPJNL). AN APPROVE= CARD THAT APPROVED NOTHING
      * (NO SUCH ACTION, OR THE CHECKER IS THE MAKER) ALSO RAISES
      * RC=4.
      *
      * CONTROL CARD LAYOUTS (FIXED COLUMNS; THE SUSPENSE FILE SPANS
      * NIGHTS AND BATCH NUMBERS REPEAT NIGHTLY, SO EVERY CARD NAMES
      * THE SUSPEND DATE SHOWN ON THE AGING REPORT, SAME DISCIPLINE
      *                 SPACE, SUSPEND DATE YYYYMMDD COLS 15-22
      *   RETURN CARD:  "RETURN=" COLS 1-7, BATCH COLS 8-12,
      *                 SPACE, SUSPEND DATE YYYYMMDD COLS 14-21
      *                 BOTH CARDS: MAKER OPERATOR ID COLS 24-31
      *                 (REQUIRED - A CARD WITHOUT ONE IS A BAD CARD)
      *   APPROVE CARD: "APPROVE=" COLS 1-8, BATCH COLS 9-13,
      *                 SPACE, SUSPEND DATE YYYYMMDD COLS 15-22,
      *                 SPACE, CHECKER OPERATOR ID COLS 24-31
      *   THRESHOLD CARD: "THRESHOLD=" COLS 1-10, AMOUNT COLS 11-23,
      *                 13 DIGITS WITH TWO IMPLIED DECIMALS. A BATCH
      *                 WHOSE ACTUAL HELD AMOUNT (EITHER SIGN) IS
      *                 ABOVE IT NEEDS APPROVAL. DEFAULT 10,000.00.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPAGE-STATUS.

           SELECT OP-JOURNAL-FILE ASSIGN TO OPJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE
           RECORDING MODE IS F.
       01  FD-AGING-LINE             PIC X(132).

       FD  OP-JOURNAL-FILE
           RECORDING MODE IS F.
       01  FD-OP-JOURNAL-RECORD      PIC X(200).

       WORKING-STORAGE SECTION.
           COPY CPYSUSP.

           COPY CPYAREA1.

           COPY CPYOPJNL.

       01  WS-FILE-STATUSES.
           05  WS-SUSPIN-STATUS      PIC XX VALUE SPACES.
           05  WS-SUSPCTL-STATUS     PIC XX VALUE SPACES.
           05  WS-SUSPRTN-STATUS     PIC XX VALUE SPACES.
           05  WS-SUSPCARY-STATUS    PIC XX VALUE SPACES.
           05  WS-SUSPAGE-STATUS     PIC XX VALUE SPACES.
           05  WS-OPJRNL-STATUS      PIC XX VALUE SPACES.

       01  WS-SUSPIN-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-SUSPIN-EOF         VALUE 'Y'.
                                     PIC 9(5).
           05  FILLER                PIC X(1).
           05  WS-RLC-DATE-X         PIC X(8).
           05  FILLER                PIC X(1).
           05  WS-RLC-MAKER          PIC X(8).
           05  FILLER                PIC X(49).
       01  WS-RETURN-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-RTC-KEYWORD        PIC X(7).
           05  WS-RTC-BATCH-X        PIC X(5).
                                     PIC 9(5).
           05  FILLER                PIC X(1).
           05  WS-RTC-DATE-X         PIC X(8).
           05  FILLER                PIC X(2).
           05  WS-RTC-MAKER          PIC X(8).
           05  FILLER                PIC X(49).
       01  WS-APPROVE-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-APC-KEYWORD        PIC X(8).
           05  WS-APC-BATCH-X        PIC X(5).
           05  WS-APC-BATCH-9 REDEFINES WS-APC-BATCH-X
                                     PIC 9(5).
           05  FILLER                PIC X(1).
           05  WS-APC-DATE-X         PIC X(8).
           05  FILLER                PIC X(1).
           05  WS-APC-CHECKER        PIC X(8).
           05  FILLER                PIC X(49).
       01  WS-THRESHOLD-CARD REDEFINES WS-CONTROL-CARD.
           05  WS-THC-KEYWORD        PIC X(10).
           05  WS-THC-AMOUNT-X       PIC X(13).
           05  WS-THC-AMOUNT-9 REDEFINES WS-THC-AMOUNT-X
                                     PIC 9(11)V99.
           05  FILLER                PIC X(57).

      *****************************************************************
      * WS-CARD-TABLE - THE OPERATOR INSTRUCTIONS IN CORE SO EACH SB
               10  WS-CRD-SUSP-DATE  PIC X(8).
               10  WS-CRD-ACTION     PIC X(1).
               10  WS-CRD-USED-FLAG  PIC X(1).
               10  WS-CRD-MAKER      PIC X(8).

      *****************************************************************
      * WS-APPROVAL-TABLE - THE CHECKERS' APPROVE= CARDS, MATCHED ON
      * BATCH NUMBER PLUS SUSPEND DATE LIKE THE ACTION CARDS. AN
      * APPROVAL IS ONLY TAKEN UP BY AN ACTION KEYED BY A DIFFERENT
      * OPERATOR; ONE LEFT UNUSED IS REPORTED AT END OF JOB.
      *****************************************************************
       01  WS-APPROVAL-TABLE-AREA.
           05  WS-APR-TBL-MAX        PIC 9(3) COMP VALUE 200.
           05  WS-APR-TBL-CNT        PIC 9(3) COMP VALUE 0.
           05  WS-APR-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-APR-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-APR-FOUND      VALUE 'Y'.
           05  WS-APPROVAL-ENTRY OCCURS 200 TIMES.
               10  WS-APR-BATCH-NO   PIC 9(5).
               10  WS-APR-SUSP-DATE  PIC X(8).
               10  WS-APR-CHECKER    PIC X(8).
               10  WS-APR-USED-FLAG  PIC X(1).

       01  WS-APPROVAL-THRESHOLD     PIC 9(11)V99 VALUE 10000.00.
       01  WS-CHECK-AMT              PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-REQUESTED-ACTION       PIC X(1) VALUE SPACES.
       01  WS-CURRENT-MAKER          PIC X(8) VALUE SPACES.
       01  WS-CURRENT-CHECKER        PIC X(8) VALUE SPACES.
       01  WS-AWAITING-BATCH-CNT     PIC 9(5) VALUE 0.
       01  WS-UNUSED-APPROVAL-CNT    PIC 9(3) VALUE 0.

       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.
       01  WS-UNMATCHED-CARD-COUNT   PIC 9(3) VALUE 0.
           88  WS-ACTION-RELEASE     VALUE 'R'.
           88  WS-ACTION-RETURN      VALUE 'T'.
           88  WS-ACTION-CARRY       VALUE 'C'.
           88  WS-ACTION-AWAIT       VALUE 'A'.
       01  WS-REL-BATCH-OPEN-FLAG    PIC X VALUE 'N'.
           88  WS-REL-BATCH-OPEN     VALUE 'Y'.
       01  WS-REL-BATCH-CURRENCY     PIC X(3) VALUE SPACES.
           05  WS-AGL-ACT-AMT        PIC -Z(12)9.99.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-AGL-ACTION         PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-AGL-MAKER          PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-AGL-CHECKER        PIC X(8).
           05  FILLER                PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           OPEN OUTPUT RETURN-OUT-FILE
           OPEN OUTPUT CARRY-FORWARD-FILE
           OPEN OUTPUT AGING-RPT-FILE
           OPEN OUTPUT OP-JOURNAL-FILE
           PERFORM 1050-CHECK-FILE-OPENS
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 4000-PRINT-REPORT-HEADING
               OR WS-SUSPRTN-STATUS NOT = "00"
               OR WS-SUSPCARY-STATUS NOT = "00"
               OR WS-SUSPAGE-STATUS NOT = "00"
               OR WS-OPJRNL-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

               WHEN WS-RLC-KEYWORD = "RELEASE="
                   AND WS-RLC-BATCH-X IS NUMERIC
                   AND WS-RLC-DATE-X IS NUMERIC
                   AND WS-RLC-MAKER NOT = SPACES
                   PERFORM 1160-ADD-CARD-ENTRY
                   IF WS-CRD-SLOT-OK
                       MOVE WS-RLC-BATCH-9
                       MOVE WS-RLC-DATE-X
                           TO WS-CRD-SUSP-DATE (WS-CRD-TBL-CNT)
                       MOVE 'R' TO WS-CRD-ACTION (WS-CRD-TBL-CNT)
                       MOVE WS-RLC-MAKER
                           TO WS-CRD-MAKER (WS-CRD-TBL-CNT)
                   END-IF
               WHEN WS-RTC-KEYWORD = "RETURN="
                   AND WS-RTC-BATCH-X IS NUMERIC
                   AND WS-RTC-DATE-X IS NUMERIC
                   AND WS-RTC-MAKER NOT = SPACES
                   PERFORM 1160-ADD-CARD-ENTRY
                   IF WS-CRD-SLOT-OK
                       MOVE WS-RTC-BATCH-9
                       MOVE WS-RTC-DATE-X
                           TO WS-CRD-SUSP-DATE (WS-CRD-TBL-CNT)
                       MOVE 'T' TO WS-CRD-ACTION (WS-CRD-TBL-CNT)
                       MOVE WS-RTC-MAKER
                           TO WS-CRD-MAKER (WS-CRD-TBL-CNT)
                   END-IF
               WHEN WS-APC-KEYWORD = "APPROVE="
                   AND WS-APC-BATCH-X IS NUMERIC
                   AND WS-APC-DATE-X IS NUMERIC
                   AND WS-APC-CHECKER NOT = SPACES
                   AND WS-APR-TBL-CNT < WS-APR-TBL-MAX
                   ADD 1 TO WS-APR-TBL-CNT
                   MOVE WS-APC-BATCH-9
                       TO WS-APR-BATCH-NO (WS-APR-TBL-CNT)
                   MOVE WS-APC-DATE-X
                       TO WS-APR-SUSP-DATE (WS-APR-TBL-CNT)
                   MOVE WS-APC-CHECKER
                       TO WS-APR-CHECKER (WS-APR-TBL-CNT)
                   MOVE 'N' TO WS-APR-USED-FLAG (WS-APR-TBL-CNT)
               WHEN WS-THC-KEYWORD = "THRESHOLD="
                   AND WS-THC-AMOUNT-X IS NUMERIC
                   MOVE WS-THC-AMOUNT-9 TO WS-APPROVAL-THRESHOLD
               WHEN OTHER
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.
      * FIRST HELD RECORD IN 2500, WHICH ALSO SUPPLIES THE BATCH
      * CURRENCY THE TRAILER MUST CARRY. A CARRIED BATCH'S SB RECORD
      * RIDES TO THE CARRY-FORWARD FILE UNCHANGED SO ITS AGING DATE
      * KEEPS COUNTING FROM THE ORIGINAL SUSPENSION. WITH NO CARD
      * TONIGHT, AN INSTRUCTION LEFT AWAITING APPROVAL ON AN EARLIER
      * RUN STANDS AS THE MAKER'S REQUEST; A FRESH CARD REPLACES IT.
      * EITHER WAY THE ACTION IS ONLY TAKEN ONCE 2360 HAS CLEARED IT
      * AGAINST THE APPROVAL THRESHOLD. A CARD ACTED ON TONIGHT, OR A
      * HELD INSTRUCTION FINALLY APPLIED, IS JOURNALED; A HELD
      * INSTRUCTION STILL WAITING IS NOT RE-JOURNALED EVERY RUN.
      *****************************************************************
       2300-OPEN-SUSPENDED-BATCH.
           PERFORM 2350-FIND-CARD
           MOVE SPACES TO WS-CURRENT-CHECKER
           EVALUATE TRUE
               WHEN WS-CRD-FOUND
                   MOVE WS-CRD-ACTION (WS-CRD-SUB) TO WS-CURRENT-ACTION
                   MOVE WS-CRD-MAKER (WS-CRD-SUB) TO WS-CURRENT-MAKER
               WHEN WS-SUS-PEND-RELEASE OR WS-SUS-PEND-RETURN
                   MOVE WS-SUS-PEND-ACTION TO WS-CURRENT-ACTION
                   MOVE WS-SUS-PEND-MAKER TO WS-CURRENT-MAKER
               WHEN OTHER
                   MOVE 'C' TO WS-CURRENT-ACTION
                   MOVE SPACES TO WS-CURRENT-MAKER
           END-EVALUATE
           MOVE WS-CURRENT-ACTION TO WS-REQUESTED-ACTION
           IF NOT WS-ACTION-CARRY
               PERFORM 2360-CHECK-APPROVAL
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-RELEASE
                   ADD 1 TO WS-RELEASED-BATCH-CNT
               WHEN WS-ACTION-RETURN
                   ADD 1 TO WS-RETURNED-BATCH-CNT
               WHEN OTHER
                   IF WS-ACTION-AWAIT
                       ADD 1 TO WS-AWAITING-BATCH-CNT
                   END-IF
                   ADD 1 TO WS-CARRIED-BATCH-CNT
                   ADD WS-SUS-ACTUAL-AMT TO WS-CARRIED-AMT
                   WRITE FD-CARRY-FORWARD-RECORD
                       FROM WS-SUSPENSE-RECORD
           END-EVALUATE
           IF WS-CRD-FOUND
               OR WS-ACTION-RELEASE
               OR WS-ACTION-RETURN
               PERFORM 2600-WRITE-OP-JOURNAL
           END-IF
           PERFORM 3000-WRITE-AGING-LINE.

       2350-FIND-CARD.
               END-IF
           END-PERFORM.

      *****************************************************************
      * 2360-CHECK-APPROVAL - A RELEASE OR RETURN OF A BATCH WHOSE
      * ACTUAL HELD AMOUNT, IGNORING SIGN, IS ABOVE THE THRESHOLD
      * STANDS ONLY WITH A CHECKER'S APPROVE= CARD (2370). WITHOUT
      * ONE THE MAKER'S INSTRUCTION IS PARKED ON THE SB RECORD AND
      * THE BATCH CARRIES FORWARD AWAITING APPROVAL. AN APPROVAL
      * OFFERED FOR A BATCH UNDER THE THRESHOLD IS STILL TAKEN UP
      * AND RECORDED AS THE CHECKER.
      *****************************************************************
       2360-CHECK-APPROVAL.
           MOVE WS-SUS-ACTUAL-AMT TO WS-CHECK-AMT
           IF WS-CHECK-AMT < 0
               COMPUTE WS-CHECK-AMT = 0 - WS-CHECK-AMT
           END-IF
           PERFORM 2370-FIND-APPROVAL
           IF WS-APR-FOUND
               OR WS-CHECK-AMT NOT > WS-APPROVAL-THRESHOLD
               MOVE SPACES TO WS-SUS-PEND-ACTION
               MOVE SPACES TO WS-SUS-PEND-MAKER
           ELSE
               MOVE WS-CURRENT-ACTION TO WS-SUS-PEND-ACTION
               MOVE WS-CURRENT-MAKER TO WS-SUS-PEND-MAKER
               MOVE 'A' TO WS-CURRENT-ACTION
           END-IF.

      *****************************************************************
      * 2370-FIND-APPROVAL - FIRST UNUSED APPROVE= CARD FOR THIS
      * BATCH AND SUSPEND DATE FROM AN OPERATOR OTHER THAN THE MAKER.
      * A MAKER CANNOT APPROVE THEIR OWN INSTRUCTION - SUCH A CARD IS
      * PASSED OVER AND SURFACES IN 9100 AS APPROVING NOTHING.
      *****************************************************************
       2370-FIND-APPROVAL.
           MOVE 'N' TO WS-APR-FOUND-FLAG
           MOVE 1 TO WS-APR-SUB
           PERFORM UNTIL WS-APR-FOUND
                   OR WS-APR-SUB > WS-APR-TBL-CNT
               IF WS-APR-BATCH-NO (WS-APR-SUB) = WS-SUS-BATCH-NO
                   AND WS-APR-SUSP-DATE (WS-APR-SUB) =
                       WS-SUS-SUSPEND-DATE
                   AND WS-APR-USED-FLAG (WS-APR-SUB) = 'N'
                   AND WS-APR-CHECKER (WS-APR-SUB) NOT =
                       WS-CURRENT-MAKER
                   MOVE 'Y' TO WS-APR-FOUND-FLAG
                   MOVE 'Y' TO WS-APR-USED-FLAG (WS-APR-SUB)
                   MOVE WS-APR-CHECKER (WS-APR-SUB)
                       TO WS-CURRENT-CHECKER
               ELSE
                   ADD 1 TO WS-APR-SUB
               END-IF
           END-PERFORM.

      *****************************************************************
      * 2500-ROUTE-SUSPENDED-DETAIL - ONE HELD RECORD, ROUTED BY ITS
      * BATCH'S DISPOSITION. RELEASED REVERSAL RECORDS RIDE INSIDE
           WRITE FD-RELEASE-RECORD FROM WS-AREA-1
           MOVE WS-SAVED-AREA-1 TO WS-AREA-1.

      *****************************************************************
      * 2600-WRITE-OP-JOURNAL - ONE CPYOPJNL RECORD FOR THE ACTION
      * TAKEN (OR LEFT AWAITING APPROVAL) ON THE BATCH IN HAND.
      *****************************************************************
       2600-WRITE-OP-JOURNAL.
           MOVE SPACES TO WS-OP-JOURNAL-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-OPJ-TIMESTAMP
           MOVE "CNTSUSP" TO WS-OPJ-PROGRAM
           IF WS-REQUESTED-ACTION = 'R'
               MOVE "RELEASE" TO WS-OPJ-ACTION
           ELSE
               MOVE "RETURN" TO WS-OPJ-ACTION
           END-IF
           MOVE WS-CURRENT-MAKER TO WS-OPJ-MAKER
           MOVE WS-CURRENT-CHECKER TO WS-OPJ-CHECKER
           MOVE WS-SUS-BATCH-NO TO WS-OPJ-BATCH-NO
           MOVE WS-SUS-SUSPEND-DATE TO WS-OPJ-SUSP-DATE
           MOVE WS-SUS-REGION TO WS-OPJ-REGION
           MOVE WS-SUS-FILE-DATE TO WS-OPJ-FILE-DATE
           MOVE WS-SUS-ACTUAL-CNT TO WS-OPJ-RECORD-CNT
           MOVE WS-SUS-EXPECTED-AMT TO WS-OPJ-PRIOR-AMT
           MOVE WS-SUS-ACTUAL-AMT TO WS-OPJ-AMOUNT
           MOVE WS-APPROVAL-THRESHOLD TO WS-OPJ-THRESHOLD
           EVALUATE TRUE
               WHEN WS-ACTION-RELEASE
                   MOVE 'A' TO WS-OPJ-OUTCOME
                   MOVE "RELEASED" TO WS-OPJ-DISPOSITION
               WHEN WS-ACTION-RETURN
                   MOVE 'A' TO WS-OPJ-OUTCOME
                   MOVE "RETURNED" TO WS-OPJ-DISPOSITION
               WHEN OTHER
                   MOVE 'P' TO WS-OPJ-OUTCOME
                   MOVE "AWAIT APPR" TO WS-OPJ-DISPOSITION
           END-EVALUATE
           WRITE FD-OP-JOURNAL-RECORD FROM WS-OP-JOURNAL-RECORD.

      *****************************************************************
      * 3000-WRITE-AGING-LINE - ONE LINE PER SUSPENDED BATCH: HELD
      * SINCE WHEN, HOW MANY DAYS, THE EXPECTED/ACTUAL CONTROL PAIR
                   MOVE "RELEASED" TO WS-AGL-ACTION
               WHEN WS-ACTION-RETURN
                   MOVE "RETURNED" TO WS-AGL-ACTION
               WHEN WS-ACTION-AWAIT
                   MOVE "AWAIT APPR" TO WS-AGL-ACTION
               WHEN OTHER
                   MOVE "HELD" TO WS-AGL-ACTION
           END-EVALUATE
           MOVE WS-CURRENT-MAKER TO WS-AGL-MAKER
           MOVE WS-CURRENT-CHECKER TO WS-AGL-CHECKER
           WRITE FD-AGING-LINE FROM WS-AGING-LINE.

       4000-PRINT-REPORT-HEADING.

           MOVE SPACES TO WS-REPORT-LINE
           STRING "BATCH  HELD FROM   DAYS  EXPECTED/ACTUAL CNT  "
                   "EXPECTED/ACTUAL AMT  ACTION      "
                   "MAKER     CHECKER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-AGING-LINE FROM WS-REPORT-LINE.

           STRING "BATCHES RELEASED: " WS-RELEASED-BATCH-CNT
                   "  RETURNED: " WS-RETURNED-BATCH-CNT
                   "  STILL HELD: " WS-CARRIED-BATCH-CNT
                   "  OF WHICH AWAITING APPROVAL: "
                   WS-AWAITING-BATCH-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-AGING-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
                   "  BAD CARDS: " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-AGING-LINE FROM WS-REPORT-LINE
           MOVE WS-APPROVAL-THRESHOLD TO WS-AGL-EXP-AMT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "APPROVAL THRESHOLD: " WS-AGL-EXP-AMT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-AGING-LINE FROM WS-REPORT-LINE
           IF WS-SUSPIN-STATUS = "00" OR WS-SUSPIN-STATUS = "10"
               CLOSE SUSPENSE-IN-FILE
           END-IF
           CLOSE RELEASE-OUT-FILE
           CLOSE RETURN-OUT-FILE
           CLOSE CARRY-FORWARD-FILE
           CLOSE AGING-RPT-FILE
           CLOSE OP-JOURNAL-FILE.

      *****************************************************************
      * 9100-REPORT-UNMATCHED-CARDS - A CARD THAT NAMED NO SUSPENDED
      * BATCH MEANS THE OPERATOR AND THE SUSPENSE FILE DISAGREE.
      * EVERY SUCH CARD GETS A REPORT LINE AND THE RETURN CODE IS
      * RAISED TO 4 SO THE DISCREPANCY SURFACES TONIGHT. SO DOES AN
      * APPROVE= CARD THAT APPROVED NOTHING - NO SUCH BATCH, NO
      * INSTRUCTION FOR IT, OR A CHECKER WHO IS ALSO THE MAKER.
      *****************************************************************
       9100-REPORT-UNMATCHED-CARDS.
           MOVE 1 TO WS-CRD-SUB
               END-IF
               ADD 1 TO WS-CRD-SUB
           END-PERFORM
           MOVE 1 TO WS-APR-SUB
           PERFORM UNTIL WS-APR-SUB > WS-APR-TBL-CNT
               IF WS-APR-USED-FLAG (WS-APR-SUB) = 'N'
                   ADD 1 TO WS-UNUSED-APPROVAL-CNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "APPROVAL BY " WS-APR-CHECKER (WS-APR-SUB)
                           " FOR BATCH " WS-APR-BATCH-NO (WS-APR-SUB)
                           " DATE " WS-APR-SUSP-DATE (WS-APR-SUB)
                           " APPROVED NOTHING - NO INSTRUCTION"
                           " FROM ANOTHER OPERATOR"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE FD-AGING-LINE FROM WS-REPORT-LINE
               END-IF
               ADD 1 TO WS-APR-SUB
           END-PERFORM
           IF (WS-UNMATCHED-CARD-COUNT > 0
               OR WS-UNUSED-APPROVAL-CNT > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.
