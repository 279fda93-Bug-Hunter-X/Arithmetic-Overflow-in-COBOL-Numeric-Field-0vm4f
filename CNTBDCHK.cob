       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTBDCHK.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTBDCHK - BUSINESS-DATE PRE-CHECK FOR THE COUNTING JOBS.
      * CNTPROC (AND CNTMERGE ON A PARALLEL NIGHT) REFUSES A DATE
      * ALREADY CLOSED, OR NO DATE OPEN AT ALL, WITH RC=24 - BUT ONLY
      * WHEN ITS OWN STEP RUNS. BY THEN THE STEPS AHEAD OF IT HAVE
      * ALREADY DELETED THE LAST GOOD NIGHT'S KEYSUBS, POSTING EXTRACT
      * AND ACKNOWLEDGEMENT WORK FILE AND PROMOTED THE RATE HISTORY,
      * SO A SECOND SUBMISSION OF A NIGHT ALREADY COUNTED DESTROYS
      * WHAT THE FIRST ONE PRODUCED. THIS STEP RUNS FIRST IN
      * jcl/CNTPROC.jcl AND jcl/CNTPAR.jcl AND MAKES THE SAME TEST
      * FROM THE SAME CONTROL RECORD (BDATECTL, CPYBDATE); EVERY LATER
      * STEP IN THOSE JOBS IS BYPASSED UNLESS IT ENDS RC=0.
      * A REFUSAL IS WRITTEN TO THE SHARED RUN-LOG BEHIND A "CNTPROC
      * RUN START" MARKER WITH CNTPROC'S OWN ABEND HEADLINE, SAME AS
      * CNTMERGE'S, SO THE JOB'S CNTEXCP STEP CLASSIFIES IT (CNT0024E
      * OR CNT0025E) WITHOUT CHANGE. NOTHING IS WRITTEN ON A NORMAL
      * NIGHT. THE CONTROL RECORD IS ONLY READ.
      *
      * RETURN CODES: 0 = A BUSINESS DATE IS OPEN, 12 = RUN-LOG OPEN
      * FAILURE ON A REFUSAL, 24 = DATE ALREADY CLOSED OR NONE OPEN.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  FD-RUN-LOG-RECORD         PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-RUN-DATE               PIC X(8) VALUE SPACES.
       01  WS-BDATE-FOUND-FLAG       PIC X VALUE 'N'.
           88  WS-BDATE-FOUND        VALUE 'Y'.
       01  WS-RECONCILE-MSG          PIC X(80).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1010-LOAD-BUSINESS-DATE
           IF WS-BDATE-FOUND
               AND NOT WS-BD-DATE-CLOSED
               DISPLAY "CNTBDCHK - BUSINESS DATE " WS-RUN-DATE " OPEN"
               MOVE 0 TO RETURN-CODE
           ELSE
               PERFORM 9860-REFUSE-BUSINESS-DATE
           END-IF
           STOP RUN.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - THE SAME READ AS CNTPROC'S 1035 AND
      * CNTMERGE'S 1010: A CONTROL DATASET THAT WILL NOT OPEN, IS
      * EMPTY OR CARRIES NO NUMERIC DATE COUNTS AS NO DATE OPEN.
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
           END-IF.

      *****************************************************************
      * 9860-REFUSE-BUSINESS-DATE - NAMED FOR CNTPROC'S 9860, WHOSE
      * REFUSAL IT MAKES AHEAD OF TIME. THE RUN-LOG IS OPENED ONLY
      * HERE; A NORMAL NIGHT WRITES NOTHING TO IT.
      *****************************************************************
       9860-REFUSE-BUSINESS-DATE.
           OPEN OUTPUT RUN-LOG-FILE
           IF WS-RUNLOG-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF
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
           DISPLAY "CNTBDCHK - " WS-RECONCILE-MSG
           WRITE FD-RUN-LOG-RECORD FROM WS-RECONCILE-MSG
           CLOSE RUN-LOG-FILE
           MOVE 24 TO RETURN-CODE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTBDCHK ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.
