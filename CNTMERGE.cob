      * WITHOUT CHANGE.
      *
      * CONTROL CARD ON MRGCTL: "WAYS=N", N FROM 1 TO 8 (DEFAULT 4).
      *
      * THE CONSOLIDATED RUN IS THE NIGHT'S CNTPROC RUN AS FAR AS THE
      * BUSINESS-DATE CONTROL RECORD (BDATECTL, CPYBDATE) IS
      * CONCERNED: THE INSTANCES EACH WORK AGAINST A COPY OF THE
      * RECORD, AND IT IS THIS PROGRAM THAT STAMPS THE BUSINESS DATE
      * ON THE CONSOLIDATED HISTORY AND CLOSES THE DATE ON THE REAL
      * ONE WHEN THE WORST CODE IS 8 OR BELOW. A DATE ALREADY CLOSED
      * (OR NONE OPEN) STOPS THE STEP RC=24 BEFORE THE PRODUCTION
      * OUTPUTS ARE OPENED - KEYSOUT IS THE PRODUCTION KEYSUBS - WITH
      * THE SAME RUN-LOG HEADLINE CNTPROC WRITES, FOR CNTEXCP.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

           SELECT MERGE-RPT-FILE ASSIGN TO MRGRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MRGRPT-STATUS.
           RECORDING MODE IS F.
       01  FD-MERGE-LINE             PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYCATOT.


           COPY CPYRHIST.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-MRGCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-PARMFILE-STATUS    PIC XX VALUE SPACES.
           05  WS-HISTOUT-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
           05  WS-MRGRPT-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-MRGCTL-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-MRGCTL-EOF         VALUE 'Y'.
       01  WS-HIST-RECORDS-READ      PIC 9(3) VALUE 0.
       01  WS-WORST-RETURN-CODE      PIC 9(5) VALUE 0.
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-RUN-DATE               PIC X(8).
       01  WS-BDATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-BDATE-FOUND        VALUE 'Y'.
       01  WS-BDATE-CLOSED-FLAG      PIC X VALUE 'N'.
           88  WS-BDATE-CLOSED-OK    VALUE 'Y'.
       01  WS-RECONCILE-MSG          PIC X(80).
       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-EXPECTED-AMT-EDIT      PIC -Z(12)9.99.
               10  WS-KT-KEY         PIC X(10).
               10  WS-KT-COUNT       PIC 9(9) COMP.
               10  WS-KT-AMOUNT      PIC S9(13)V99 COMP-3.
               10  WS-KT-MAX-DETAIL  PIC S9(9)V99 COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT CAT-IN-FILE
           OPEN INPUT KEYS-IN-FILE
           OPEN INPUT HIST-IN-FILE
               TO WS-RECONCILE-MSG
           WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - READS THE BUSINESS DATE BEFORE ANY
      * PRODUCTION OUTPUT IS OPENED. A CLOSED DATE MEANS THIS NIGHT
      * HAS ALREADY BEEN COUNTED (A SEQUENTIAL CNTPROC OR AN EARLIER
      * CONSOLIDATION CLOSED IT); NO DATE MEANS CNTBDATE NEVER RAN.
      * EITHER WAY THE RUN-LOG ALONE IS OPENED, GIVEN A RUN-START
      * MARKER AND CNTPROC'S OWN ABEND HEADLINE SO THE JOB'S CNTEXCP
      * STEP CLASSIFIES IT, AND THE STEP ENDS RC=24 WITH KEYSUBS,
      * CATEGORY TOTALS AND RUN HISTORY UNTOUCHED.
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
           IF WS-BDATE-FOUND
               MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE
           END-IF
           IF NOT WS-BDATE-FOUND
               OR WS-BD-DATE-CLOSED
               OPEN OUTPUT RUN-LOG-FILE
               MOVE SPACES TO WS-RECONCILE-MSG
               STRING "CNTPROC RUN START " WS-CURRENT-DATE-TIME (1:14)
                       DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               MOVE SPACES TO WS-RECONCILE-MSG
               IF WS-BDATE-FOUND
                   STRING "CNTPROC ABEND - BUSINESS DATE "
                           WS-RUN-DATE " ALREADY CLOSED"
                           DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               ELSE
                   MOVE "CNTPROC ABEND - NO BUSINESS DATE OPEN"
                       TO WS-RECONCILE-MSG
               END-IF
               DISPLAY "CNTMERGE - " WS-RECONCILE-MSG
               WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
               CLOSE RUN-LOG-FILE
               MOVE 24 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-CHECK-FILE-OPENS.
           IF WS-CATIN-STATUS NOT = "00"
               OR WS-KEYSIN-STATUS NOT = "00"
                       SET WS-KT-SUB TO WS-KT-IDX
               END-SEARCH
           END-IF
           IF WS-KSUB-MAX-DETAIL NOT NUMERIC
               MOVE ZERO TO WS-KSUB-MAX-DETAIL
           END-IF
           IF WS-KT-FOUND
               ADD WS-KSUB-COUNT TO WS-KT-COUNT (WS-KT-SUB)
               ADD WS-KSUB-AMOUNT TO WS-KT-AMOUNT (WS-KT-SUB)
               IF WS-KSUB-MAX-DETAIL > WS-KT-MAX-DETAIL (WS-KT-SUB)
                   MOVE WS-KSUB-MAX-DETAIL
                       TO WS-KT-MAX-DETAIL (WS-KT-SUB)
               END-IF
           ELSE
               IF WS-KT-TBL-CNT < WS-KT-TBL-MAX
                   PERFORM 2310-INSERT-KEY-ENTRY
           END-PERFORM
           MOVE WS-KSUB-KEY TO WS-KT-KEY (WS-KT-LO-SUB)
           MOVE WS-KSUB-COUNT TO WS-KT-COUNT (WS-KT-LO-SUB)
           MOVE WS-KSUB-AMOUNT TO WS-KT-AMOUNT (WS-KT-LO-SUB)
           MOVE WS-KSUB-MAX-DETAIL TO WS-KT-MAX-DETAIL (WS-KT-LO-SUB).

       2600-MERGE-RUN-HISTORY.
           PERFORM UNTIL WS-HISTIN-EOF
           MOVE WS-MRG-BASE-EQUIV TO WS-CAT-BASE-EQUIV-AMT
           MOVE WS-MRG-BASE-CURRENCY TO WS-CAT-BASE-CURRENCY
           MOVE WS-MRG-CURR-REJ-CNT TO WS-CAT-CURR-REJ-CNT
           MOVE WS-RUN-DATE TO WS-CAT-RUN-DATE
           WRITE FD-CAT-OUT-RECORD FROM WS-CATEGORY-TOTALS-RECORD

           MOVE 1 TO WS-KT-SUB
               MOVE WS-KT-KEY (WS-KT-SUB) TO WS-KSUB-KEY
               MOVE WS-KT-COUNT (WS-KT-SUB) TO WS-KSUB-COUNT
               MOVE WS-KT-AMOUNT (WS-KT-SUB) TO WS-KSUB-AMOUNT
               MOVE WS-KT-MAX-DETAIL (WS-KT-SUB) TO WS-KSUB-MAX-DETAIL
               WRITE FD-KEYS-OUT-RECORD FROM WS-KEY-SUBTOTAL-RECORD
               ADD 1 TO WS-KT-SUB
           END-PERFORM

           MOVE SPACES TO WS-RUN-HISTORY-RECORD
           MOVE WS-RUN-DATE TO WS-RH-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME (9:6) TO WS-RH-RUN-TIME
           MOVE WS-MRG-RH-DETAIL-CNT TO WS-RH-DETAIL-CNT
           MOVE WS-MRG-RH-REJECT-CNT TO WS-RH-REJECT-CNT
       4000-PRINT-MERGE-REPORT.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTMERGE CONSOLIDATION - RUN DATE: "
                   WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MERGE-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           END-IF.

       9000-END-OF-JOB.
           IF WS-WORST-RETURN-CODE <= 8
               PERFORM 9100-CLOSE-BUSINESS-DATE
           END-IF
           CLOSE CAT-IN-FILE
           CLOSE KEYS-IN-FILE
           CLOSE HIST-IN-FILE
           CLOSE MERGE-RPT-FILE
           MOVE WS-WORST-RETURN-CODE TO RETURN-CODE.

      *****************************************************************
      * 9100-CLOSE-BUSINESS-DATE - SAME RULE AS CNTPROC'S 9780: A
      * CONSOLIDATION THAT FINISHED (WORST CODE 8 OR BELOW) MARKS
      * CNTPROC DONE AND CLOSES THE DATE, SO THE NIGHT CANNOT BE
      * COUNTED AGAIN BY A RERUN OR A STRAY SEQUENTIAL CNTPROC. AN
      * RC=16 CONSOLIDATION (AN INSTANCE MISSING OR OVERFLOWED) LEAVES
      * THE DATE OPEN FOR THE RERUN. THE OUTCOME GOES TO THE RUN-LOG.
      *****************************************************************
       9100-CLOSE-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-BD-CNTPROC-FLAG
                           MOVE 'C' TO WS-BD-DATE-STATUS
                           MOVE FUNCTION CURRENT-DATE
                               TO WS-CURRENT-DATE-TIME
                           MOVE WS-CURRENT-DATE-TIME (1:14)
                               TO WS-BD-CLOSED-STAMP
                           REWRITE FD-BUSINESS-DATE-RECORD
                               FROM WS-BUSINESS-DATE-RECORD
                           IF WS-BDATECTL-STATUS = "00"
                               MOVE 'Y' TO WS-BDATE-CLOSED-FLAG
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           MOVE SPACES TO WS-RECONCILE-MSG
           IF WS-BDATE-CLOSED-OK
               STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE
                       " CLOSED"
                       DELIMITED BY SIZE INTO WS-RECONCILE-MSG
           ELSE
               STRING "CNTPROC BUSINESS DATE " WS-RUN-DATE
                       " NOT CLOSED - CONTROL UPDATE FAILED"
                       DELIMITED BY SIZE INTO WS-RECONCILE-MSG
               DISPLAY "CNTMERGE - " WS-RECONCILE-MSG
           END-IF
           WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S: DISPLAY
      * THE STATUSES, SET A DISTINCT RETURN CODE, AND STOP BEFORE ANY
