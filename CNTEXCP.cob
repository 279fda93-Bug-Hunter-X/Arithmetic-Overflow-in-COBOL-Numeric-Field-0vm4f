      * ALERTOUT AND INCHIST ARE OPTIONAL: WHEN A CALLER (E.G. THE
      * CNTVERIF PRE-FLIGHT JOB) SUPPLIES NO ALERT DDS, THE UTILITY
      * FALLS BACK TO DISPLAY-ONLY INSTEAD OF FAILING.
      * THE ALERT RECORDS CARRY THE BUSINESS DATE FROM THE CONTROL
      * RECORD (BDATECTL, CPYBDATE) AS THEIR RUN DATE, SO AN INCIDENT
      * RAISED AFTER MIDNIGHT FILES UNDER THE DAY BEING PROCESSED; A
      * CALLER WITH NO BDATECTL DD FALLS BACK TO THE SYSTEM DATE.
      * 24 = BUSINESS-DATE CONTROL STOP (DATE ALREADY CLOSED, OR NO
      * DATE OPEN).
      * ALSO RUN AFTER THE CNTRVAL RATE-FILE VALIDATION STEP: 28 =
      * RATE FILE OUT OF TOLERANCE (THE COUNT DID NOT START), 4 = A
      * CURRENCY MISSING FROM THE FILE OR A STALE FILE.
      * AND AFTER THE CNTANOM PER-KEY ANOMALY SCREENING: 4 = AT LEAST
      * ONE HIGH-SEVERITY KEY ANOMALY FOR THE FRAUD/RISK DESK.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INCHIST-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  FD-INCIDENT-RECORD        PIC X(120).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RUNLOG-STATUS          PIC XX VALUE SPACES.
       01  WS-ALERTOUT-STATUS        PIC XX VALUE SPACES.
       01  WS-INCHIST-STATUS         PIC XX VALUE SPACES.
       01  WS-BDATECTL-STATUS        PIC XX VALUE SPACES.

       01  WS-RUNLOG-EOF-FLAG        PIC X VALUE 'N'.
           88  WS-RUNLOG-EOF         VALUE 'Y'.

           COPY CPYALERT.

           COPY CPYBDATE.

       01  WS-ALERT-DATE             PIC X(8).

       01  WS-STEP-RETURN-CODE       PIC 9(5) VALUE 0.
       01  WS-INCIDENT-COUNT         PIC 9(5) VALUE 0.
       01  WS-TALLY                  PIC 9(3) VALUE 0.
       1000-INITIALIZE.
           DISPLAY "CNTEXCP - CNTPROC EXCEPTION NOTIFICATION"
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1050-LOAD-BUSINESS-DATE
           PERFORM 1100-CAPTURE-PARM-RETURN-CODE
           OPEN INPUT RUN-LOG-FILE
           OPEN OUTPUT ALERT-OUT-FILE
      * CNTPCONF WRITE ON BEHALF OF THE LOGICAL RUNS THEY REPRESENT;
      * "CNTSPLIT RUN START" OPENS A PARALLEL NIGHT'S SPLITTER PASS,
      * SO AN RC=20 STOP THERE SCOPES TO ITS OWN LINES INSTEAD OF
      * THE PREVIOUS NIGHT'S; "CNTRVAL RUN START" OPENS THE RATE-FILE
      * VALIDATION AHEAD OF THE COUNT, SO AN RC=28 STOP ALERTS ONLY
      * TONIGHT'S RATE LINES; "CNTANOM RUN START" OPENS THE PER-KEY
      * ANOMALY SCREENING AFTER THE COUNT, SO ITS RC=4 ALERTS ONLY
      * TONIGHT'S ANOMALY LINES. 2000 THEN STILL DISPLAYS EVERY LINE
      * FOR THE HUMAN ON SHIFT BUT CLASSIFIES ONLY LINES AFTER THE
      * MARKER. A LOG WITH NO MARKER (WRITTEN BEFORE THE MARKERS
      * EXISTED) CLASSIFIES IN FULL, AS BEFORE.
                               "CNTPROC RUN START"
                           OR WS-RUNLOG-LINE (1:18) =
                               "CNTSPLIT RUN START"
                           OR WS-RUNLOG-LINE (1:17) =
                               "CNTRVAL RUN START"
                           OR WS-RUNLOG-LINE (1:17) =
                               "CNTANOM RUN START"
                           MOVE WS-LINE-NUMBER
                               TO WS-LAST-MARKER-LINE
                       END-IF
               MOVE 'Y' TO WS-RUNLOG-EOF-FLAG
           END-IF.

      *****************************************************************
      * 1050-LOAD-BUSINESS-DATE - THE ALERT RUN DATE IS THE BUSINESS
      * DATE THE FAILING JOB WAS PROCESSING, NOT THE DAY THE
      * NOTIFICATION STEP HAPPENS TO RUN. NO CONTROL RECORD (OR NO
      * BDATECTL DD) LEAVES THE SYSTEM DATE, AS BEFORE.
      *****************************************************************
       1050-LOAD-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-ALERT-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE WS-BD-BUSINESS-DATE TO WS-ALERT-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      *****************************************************************
      * 1100-CAPTURE-PARM-RETURN-CODE - THE EXEC CARD PASSES STEP010'S
      * RETURN CODE AS PARM (E.G. PARM='0016'). A MISSING OR
                   MOVE "CNT0020E" TO WS-ALR-MSG-CODE
                   MOVE "CRIT" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:30) =
                       "CNTPROC ABEND - BUSINESS DATE "
                   MOVE "CNT0024E" TO WS-ALR-MSG-CODE
                   MOVE "CRIT" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:33) =
                       "CNTPROC ABEND - NO BUSINESS DATE "
                   MOVE "CNT0025E" TO WS-ALR-MSG-CODE
                   MOVE "CRIT" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:30) =
                       "CNTPROC CONTROL TOTAL MISMATCH"
                   MOVE "CNT0008W" TO WS-ALR-MSG-CODE
                   MOVE "CNT0009W" TO WS-ALR-MSG-CODE
                   MOVE "HIGH" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:30) =
                       "CNTRVAL RATE OUT OF TOLERANCE "
                   MOVE "CNT0028E" TO WS-ALR-MSG-CODE
                   MOVE "CRIT" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:25) =
                       "CNTRVAL CURRENCY MISSING "
                   MOVE "CNT0029W" TO WS-ALR-MSG-CODE
                   MOVE "HIGH" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:24) =
                       "CNTRVAL STALE RATE FILE "
                   MOVE "CNT0030W" TO WS-ALR-MSG-CODE
                   MOVE "HIGH" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN WS-RUNLOG-LINE (1:30) =
                       "CNTANOM HIGH-SEVERITY ANOMALY "
                   MOVE "CNT0031W" TO WS-ALR-MSG-CODE
                   MOVE "HIGH" TO WS-ALR-SEVERITY
                   MOVE 'Y' TO WS-CLASSIFIED-FLAG
               WHEN OTHER
                   PERFORM 3100-CLASSIFY-EMBEDDED-TEXT
           END-EVALUATE
      *****************************************************************
       3200-WRITE-ALERT-RECORDS.
           ADD 1 TO WS-INCIDENT-COUNT
           MOVE WS-ALERT-DATE TO WS-ALR-RUN-DATE
           MOVE WS-CURRENT-DATE-TIME (9:6) TO WS-ALR-RUN-TIME
           MOVE WS-STEP-RETURN-CODE TO WS-ALR-RETURN-CODE
           MOVE WS-RUNLOG-LINE TO WS-ALR-MESSAGE
