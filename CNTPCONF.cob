      * CLASSIFY THEM TO THEIR OWN CPYALERT CODE. UNTIL NOW THIS
      * COMPARISON WAS A SPREADSHEET SOMEONE FILLED IN BY HAND AROUND
      * 7 AM, ON THE MORNINGS SOMEONE REMEMBERED.
      * THE REPORT IS DATED WITH THE BUSINESS DATE FROM THE CONTROL
      * RECORD (BDATECTL, CPYBDATE). A CLEAN RECONCILIATION (RC=0)
      * MARKS CNTPCONF DONE ON THAT RECORD - CNTMTD WILL NOT CLOSE A
      * PERIOD ON A DATE THAT HAS NOT BEEN RECONCILED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISCRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-CONF-FILE
           RECORDING MODE IS F.
       01  FD-DISCREPANCY-LINE       PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYPCONF.


           COPY CPYKEYS.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-POSTCONF-STATUS    PIC XX VALUE SPACES.
           05  WS-CATTOTS-STATUS     PIC XX VALUE SPACES.
           05  WS-KEYSUBS-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
           05  WS-DISCRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-POSTCONF-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-POSTCONF-EOF       VALUE 'Y'.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           OPEN INPUT POST-CONF-FILE
           OPEN INPUT CATEGORY-TOTALS-FILE
           OPEN INPUT KEY-SUBTOTAL-FILE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           PERFORM 4000-PRINT-REPORT-HEADING.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - THE RECONCILIATION IS FOR THE
      * BUSINESS DATE CNTPROC JUST PROCESSED, WHATEVER TIME IT IS NOW.
      * NO CONTROL RECORD LEAVES THE SYSTEM DATE - THE RECONCILIATION
      * ITSELF DOES NOT DEPEND ON THE DATE.
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
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. A MISSING
      * CONFIRMATION FILE (STATUS 35) IS ITSELF A REPORTABLE FINDING -
               MOVE "CNTPCONF POSTING CONFIRMATION MATCH"
                   TO WS-RUN-LOG-LINE
               WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
               PERFORM 9100-MARK-BUSINESS-DATE
           END-IF
           IF NOT WS-POSTCONF-MISSING
               CLOSE POST-CONF-FILE
           CLOSE RUN-LOG-FILE
           CLOSE DISCREPANCY-RPT-FILE.

      *****************************************************************
      * 9100-MARK-BUSINESS-DATE - A CLEAN RECONCILIATION MARKS
      * CNTPCONF DONE FOR THE BUSINESS DATE, WHICH RELEASES CNTMTD'S
      * PERIOD CLOSE. ONLY A RECORD STILL CARRYING THIS RUN'S DATE IS
      * UPDATED. A CONTROL FILE THAT WILL NOT OPEN IS DISPLAYED AND
      * LEAVES THE CLOSE BLOCKED; A FAILED REWRITE ABENDS THE STEP.
      *****************************************************************
       9100-MARK-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-BD-CNTPCONF-FLAG
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
               DISPLAY "CNTPCONF BUSINESS DATE CONTROL NOT UPDATED, "
                   "STATUS: " WS-BDATECTL-STATUS
           END-IF.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S: DISPLAY
      * THE STATUSES, SET A DISTINCT RETURN CODE, AND STOP BEFORE ANY
