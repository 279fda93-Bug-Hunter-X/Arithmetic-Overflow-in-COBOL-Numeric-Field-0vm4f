      * DATASET (THE JOB RE-SUBMITTED ON THE SAME NIGHT) IS NOT
      * ROLLED IN AGAIN - DOUBLE-COUNTING A NIGHT IS EXACTLY THE
      * ERROR PARTNER BILLING CANNOT ABSORB.
      * THE RUN DATE IS THE BUSINESS DATE ON THE CONTROL RECORD
      * (BDATECTL, CPYBDATE), AND THE JOB'S ORDER IN THE NIGHT IS
      * ENFORCED FROM IT BEFORE ANY DATASET IS OPENED (1010): NO ROLL
      * UNTIL CNTPROC HAS CLOSED THE DATE, NO PERIOD CLOSE UNTIL
      * CNTPCONF HAS RECONCILED IT, AND NOTHING AT ALL ONCE THE PERIOD
      * HAS BEEN CLOSED ON THE DATE - A REFUSAL ENDS RC=24 WITH THE
      * PERIOD DATASET UNTOUCHED. A CLEAN END MARKS CNTMTD DONE ON THE
      * CONTROL RECORD ('C' ON A CLOSE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDSTMT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-SUBTOTAL-FILE
           RECORDING MODE IS F.
       01  FD-STATEMENT-LINE         PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYKEYS.

           COPY CPYMTD.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-KEYSUBS-STATUS     PIC XX VALUE SPACES.
           05  WS-MTDIN-STATUS       PIC XX VALUE SPACES.
           05  WS-MTDARCH-STATUS     PIC XX VALUE SPACES.
           05  WS-MTDCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-MTDSTMT-STATUS     PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-KEYSUBS-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-KEYSUBS-EOF        VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-BDATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-BDATE-FOUND        VALUE 'Y'.
       01  WS-BDATE-MESSAGE          PIC X(80) VALUE SPACES.

      *****************************************************************
      * WS-NIGHT-TABLE - THE PERIOD DATASET PLUS TONIGHT'S KEYSUBS
               10  WS-NT-RUN-DATE    PIC X(8).
               10  WS-NT-COUNT       PIC 9(9) COMP.
               10  WS-NT-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-NT-MAX-DETAIL  PIC S9(9)V99 COMP-3.

      *****************************************************************
      * WS-KEY-TABLE - PERIOD TOTALS PER DISTINCT KEY, KEPT IN KEY
       01  WS-WORK-DATE              PIC X(8).
       01  WS-WORK-COUNT             PIC 9(9) COMP VALUE 0.
       01  WS-WORK-AMOUNT            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-WORK-MAX-DETAIL        PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-GRAND-COUNT            PIC 9(14) VALUE 0.
       01  WS-GRAND-AMOUNT           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-SHARE-PCT              PIC S9(3)V99 COMP-3 VALUE 0.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1100-LOAD-CONTROL-CARDS
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT KEY-SUBTOTAL-FILE
           OPEN INPUT MTD-IN-FILE
           OPEN OUTPUT MTD-OUT-FILE
           OPEN OUTPUT MTD-ARCHIVE-FILE
           OPEN OUTPUT STATEMENT-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - TAKES THE RUN DATE FROM THE
      * BUSINESS-DATE CONTROL RECORD AND ENFORCES THE NIGHT'S ORDER
      * BEFORE ANY DATASET IS OPENED, SO A REFUSED RUN LEAVES THE
      * PERIOD DATASET AND THE ARCHIVE EXACTLY AS THEY WERE:
      *   - NO DATE OPEN: NOTHING TO STAMP THE NIGHT WITH;
      *   - CNTPROC NOT DONE: KEYSUBS IS NOT YET TONIGHT'S FILE (OR IS
      *     A PARTIAL ONE FROM A FAILED RUN);
      *   - PERIOD ALREADY CLOSED ON THIS DATE: THE NIGHT WENT TO THE
      *     ARCHIVE WITH THE CLOSE - ROLLING IT AGAIN WOULD COUNT IT IN
      *     THE NEW PERIOD TOO;
      *   - PERIOD=CLOSE BEFORE CNTPCONF HAS RECONCILED THE DATE: THE
      *     PARTNER STATEMENT MUST NOT GO OUT ON FIGURES THE GENERAL
      *     LEDGER HAS NOT CONFIRMED.
      * CONTROL CARDS ARE READ FIRST (1000) SO THE CLOSE TEST KNOWS
      * WHAT KIND OF RUN THIS IS.
      *****************************************************************
       1010-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE 'Y' TO WS-BDATE-FOUND-FLAG
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF NOT WS-BDATE-FOUND
               MOVE "CNTMTD ABEND - NO BUSINESS DATE OPEN"
                   TO WS-BDATE-MESSAGE
               PERFORM 9860-ABEND-BUSINESS-DATE
           END-IF
           MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE
           DISPLAY "CNTMTD BUSINESS DATE " WS-RUN-DATE
           IF WS-BD-CNTMTD-CLOSED
               STRING "CNTMTD ABEND - PERIOD ALREADY CLOSED ON "
                       "BUSINESS DATE " WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-BDATE-MESSAGE
               PERFORM 9860-ABEND-BUSINESS-DATE
           END-IF
           IF NOT WS-BD-CNTPROC-DONE
               STRING "CNTMTD ABEND - CNTPROC NOT COMPLETE FOR "
                       "BUSINESS DATE " WS-RUN-DATE
                       DELIMITED BY SIZE INTO WS-BDATE-MESSAGE
               PERFORM 9860-ABEND-BUSINESS-DATE
           END-IF
           IF WS-PERIOD-CLOSE
               AND NOT WS-BD-CNTPCONF-DONE
               STRING "CNTMTD ABEND - PERIOD CLOSE REFUSED, "
                       WS-RUN-DATE " NOT RECONCILED BY CNTPCONF"
                       DELIMITED BY SIZE INTO WS-BDATE-MESSAGE
               PERFORM 9860-ABEND-BUSINESS-DATE
           END-IF.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC: NEVER FALL
                       MOVE WS-MTD-KEY TO WS-WORK-KEY
                       MOVE WS-MTD-COUNT TO WS-WORK-COUNT
                       MOVE WS-MTD-AMOUNT TO WS-WORK-AMOUNT
                       IF WS-MTD-MAX-DETAIL IS NUMERIC
                           MOVE WS-MTD-MAX-DETAIL TO WS-WORK-MAX-DETAIL
                       ELSE
                           MOVE ZERO TO WS-WORK-MAX-DETAIL
                       END-IF
                       PERFORM 2100-ADD-NIGHT-ENTRY
               END-READ
           END-PERFORM.
                   TO WS-NT-RUN-DATE (WS-NT-TBL-CNT)
               MOVE WS-WORK-COUNT TO WS-NT-COUNT (WS-NT-TBL-CNT)
               MOVE WS-WORK-AMOUNT TO WS-NT-AMOUNT (WS-NT-TBL-CNT)
               MOVE WS-WORK-MAX-DETAIL
                   TO WS-NT-MAX-DETAIL (WS-NT-TBL-CNT)
           ELSE
               IF NOT WS-NT-TBL-FULL
                   MOVE 'Y' TO WS-NT-TBL-FULL-FLAG
           MOVE WS-WORK-DATE TO WS-MTD-RUN-DATE
           MOVE WS-WORK-COUNT TO WS-MTD-COUNT
           MOVE WS-WORK-AMOUNT TO WS-MTD-AMOUNT
           MOVE WS-WORK-MAX-DETAIL TO WS-MTD-MAX-DETAIL
           IF WS-PERIOD-CLOSE
               WRITE FD-MTD-ARCH-RECORD FROM WS-MTD-RECORD
           ELSE
                           MOVE WS-KSUB-KEY TO WS-WORK-KEY
                           MOVE WS-KSUB-COUNT TO WS-WORK-COUNT
                           MOVE WS-KSUB-AMOUNT TO WS-WORK-AMOUNT
                           IF WS-KSUB-MAX-DETAIL IS NUMERIC
                               MOVE WS-KSUB-MAX-DETAIL
                                   TO WS-WORK-MAX-DETAIL
                           ELSE
                               MOVE ZERO TO WS-WORK-MAX-DETAIL
                           END-IF
                           MOVE WS-RUN-DATE TO WS-MTD-RUN-DATE
                           PERFORM 2100-ADD-NIGHT-ENTRY
                   END-READ
               MOVE WS-NT-RUN-DATE (WS-NT-SUB) TO WS-MTD-RUN-DATE
               MOVE WS-NT-COUNT (WS-NT-SUB) TO WS-MTD-COUNT
               MOVE WS-NT-AMOUNT (WS-NT-SUB) TO WS-MTD-AMOUNT
               MOVE WS-NT-MAX-DETAIL (WS-NT-SUB) TO WS-MTD-MAX-DETAIL
               IF WS-PERIOD-CLOSE
                   WRITE FD-MTD-ARCH-RECORD FROM WS-MTD-RECORD
               ELSE
           CLOSE MTD-IN-FILE
           CLOSE MTD-OUT-FILE
           CLOSE MTD-ARCHIVE-FILE
           CLOSE STATEMENT-RPT-FILE
           PERFORM 9100-MARK-BUSINESS-DATE.

      *****************************************************************
      * 9100-MARK-BUSINESS-DATE - RECORDS ON THE CONTROL RECORD THAT
      * THE PERIOD DATASET NOW HOLDS THE DATE ('Y'), OR THAT THE
      * PERIOD WAS CLOSED ON IT ('C'), WHICH 1010 THEN HOLDS AGAINST
      * ANY FURTHER RUN FOR THE SAME DATE. THE RECORD IS ONLY UPDATED
      * IF IT STILL CARRIES THIS RUN'S DATE. A FAILED REWRITE ABENDS
      * THE STEP SO THE PROMOTE IS BYPASSED AND THE RUN CAN BE REPEATED.
      *****************************************************************
       9100-MARK-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE = WS-RUN-DATE
                           IF WS-PERIOD-CLOSE
                               MOVE 'C' TO WS-BD-CNTMTD-FLAG
                           ELSE
                               MOVE 'Y' TO WS-BD-CNTMTD-FLAG
                           END-IF
                           REWRITE FD-BUSINESS-DATE-RECORD
                               FROM WS-BUSINESS-DATE-RECORD
                           IF WS-BDATECTL-STATUS NOT = "00"
                               PERFORM 9800-ABEND-FILE-OPEN-ERROR
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BDATECTL-STATUS NOT = "00"
               DISPLAY "CNTMTD BUSINESS DATE CONTROL NOT UPDATED, "
                   "STATUS: " WS-BDATECTL-STATUS
           END-IF.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S: DISPLAY
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      * 9860-ABEND-BUSINESS-DATE - 1010 REFUSED THE RUN FOR THE
      * BUSINESS DATE. NOTHING HAS BEEN OPENED, SO THERE IS NOTHING TO
      * CLOSE: DISPLAY THE REASON, SET THE SUITE'S BUSINESS-DATE
      * RETURN CODE, AND STOP. THE JOB'S PROMOTE STEP IS BYPASSED.
      *****************************************************************
       9860-ABEND-BUSINESS-DATE.
           DISPLAY WS-BDATE-MESSAGE
           MOVE 24 TO RETURN-CODE
           STOP RUN.
