       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTINQ.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTINQ - CNTI ONLINE OPERATOR INQUIRY. LETS THE DUTY OPERATOR
      * AND THE SUPPORT TEAM SEE HOW A NIGHT'S RUN WENT, AND ANSWER A
      * PARTNER'S CALL ABOUT ITS KEY, WITHOUT BROWSING RUNLOG, THE
      * ALERT FILE AND THE BATCH REPORTS OR SUBMITTING A CNTTRACE JOB.
      * CICS, PSEUDO-CONVERSATIONAL, BMS MAPSET CNTINQM. READ-ONLY: IT
      * READS THE INQUIRY FILE (CICS FILE CNTINQF, LAYOUT CPYINQ) THAT
      * CNTINQL RELOADS FROM THE BATCH DATASETS AFTER EVERY NIGHT'S RUN
      * AND AFTER EVERY CNTSUSP OR CNTRCYC RUN, AND UPDATES NOTHING.
      * "DATA AS AT" ON EVERY SCREEN IS WHEN THAT LOAD RAN.
      *
      * SCREENS:
      *   SUMMARY (MAP CNTIM1) - FOR ONE BUSINESS DATE (THE CURRENT
      *     ONE UNTIL ANOTHER IS KEYED): HOW MANY RUNS THERE WERE, THE
      *     LAST RUN'S TIME, RETURN CODE AND WHAT IT MEANS, ITS COUNTS
      *     (RUN HISTORY) AND CATEGORY TOTALS, THE NIGHT'S ALERTS BY
      *     SEVERITY, AND TODAY'S SUSPENSE AND REJECT BACKLOG.
      *       ENTER  SHOW THE DATE KEYED     PF5  THAT DATE'S ALERTS
      *       PF6    OPEN SUSPENDED BATCHES  PF9  KEY LOOKUP ON THE
      *       PF3    END                          PARTNER KEY KEYED
      *   LISTS (MAP CNTIM2) - 14 LINES A PAGE:
      *     ALERTS     - THE DATE'S INCIDENT HISTORY IN THE ORDER
      *                  RAISED; A MESSAGE TOO LONG FOR ONE LINE
      *                  CONTINUES ON A SECOND.
      *     SUSPENSE   - EVERY OPEN SUSPENDED BATCH, OLDEST FIRST,
      *                  EXPECTED AGAINST ACTUAL COUNT AND AMOUNT AND
      *                  ITS AGE IN DAYS FROM THE CURRENT BUSINESS DATE.
      *     KEY LOOKUP - THE KEY'S REJECTS STILL ON THE REJECT FILE,
      *                  THEN ITS DETAILS AND REVERSALS HELD IN
      *                  SUSPENDED BATCHES (ONE LINE EACH PER BATCH).
      *     COLUMN "A" IS AN INSTRUCTION AWAITING A CHECKER'S APPROVAL
      *     (R = RELEASE, T = RETURN, A = REJECT REPAIR).
      *       ENTER  REFRESH    PF7  BACK    PF8  FORWARD
      *       PF3    RETURN TO THE SUMMARY (CLEAR DOES THE SAME)
      *     PAGING KEEPS THE FIRST KEY OF EVERY PAGE SHOWN IN THE
      *     COMMAREA, SO BACK AND FORWARD RE-READ THE FILE AND SHOW IT
      *     AS LOADED NOW; A LIST LONGER THAN WS-PAGE-MAX PAGES IS FOR
      *     THE BATCH REPORTS OR CNTTRACE.
      *
      * WHILE CNTINQL RELOADS THE FILE THE SCHEDULER HAS IT CLOSED;
      * EVERY SCREEN THEN SAYS SO INSTEAD OF SHOWING FIGURES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY CPYINQ.

           COPY CPYRHIST.

           COPY CPYCATOT.

           COPY CPYALERT.

           COPY CPYSUSP.

           COPY CPYREJ.

           COPY CPYAREA1.

           COPY CNTINQM.

           COPY DFHAID.

           COPY DFHBMSCA.

      *****************************************************************
      * WS-COMMAREA - CARRIED FROM ONE SCREEN TO THE NEXT. THE PAGE
      * KEYS ARE THE FIRST FILE KEY OF EACH LIST PAGE SHOWN SO FAR.
      *****************************************************************
       01  WS-COMMAREA.
           05  WS-CA-SCREEN              PIC X(1).
               88  WS-CA-SUMMARY         VALUE 'S'.
               88  WS-CA-ALERTS          VALUE 'A'.
               88  WS-CA-SUSPENSE        VALUE 'B'.
               88  WS-CA-KEY-LOOKUP      VALUE 'K'.
           05  WS-CA-DATE                PIC X(8).
           05  WS-CA-PKEY                PIC X(10).
           05  WS-CA-PAGE-NO             PIC 9(3).
           05  WS-CA-MORE-FLAG           PIC X(1).
               88  WS-CA-MORE            VALUE 'Y'.
           05  WS-CA-NEXT-KEY            PIC X(40).
           05  WS-CA-PAGE-KEY            PIC X(40) OCCURS 50 TIMES.

       01  WS-PAGE-MAX                   PIC 9(3) VALUE 50.
       01  WS-LINE-MAX                   PIC 9(3) VALUE 14.

       01  WS-INQUIRY-FILE               PIC X(8) VALUE 'CNTINQF'.
       01  WS-RESP                       PIC S9(8) COMP VALUE 0.
       01  WS-RESP-DISPLAY               PIC 9(8).

       01  WS-FILE-OK-FLAG               PIC X VALUE 'Y'.
           88  WS-FILE-OK                VALUE 'Y'.
       01  WS-ENDING-FLAG                PIC X VALUE 'N'.
           88  WS-ENDING                 VALUE 'Y'.
       01  WS-INPUT-OK-FLAG              PIC X VALUE 'Y'.
           88  WS-INPUT-OK               VALUE 'Y'.
       01  WS-CURSOR-FIELD               PIC X VALUE 'D'.
           88  WS-CURSOR-ON-DATE         VALUE 'D'.
           88  WS-CURSOR-ON-PKEY         VALUE 'K'.

       01  WS-MESSAGE                    PIC X(78) VALUE SPACES.
       01  WS-MESSAGE-PTR                PIC 9(3) COMP VALUE 1.
       01  WS-END-MESSAGE                PIC X(40)
               VALUE 'CNTI INQUIRY ENDED'.

      *****************************************************************
      * CONTROL RECORD (CC) - READ ON EVERY TRANSACTION.
      *****************************************************************
       01  WS-CONTROL-INFO.
           05  WS-CTL-FOUND-FLAG         PIC X VALUE 'N'.
               88  WS-CTL-FOUND          VALUE 'Y'.
           05  WS-CTL-BUSINESS-DATE      PIC X(8) VALUE SPACES.
           05  WS-CTL-DATE-STATUS        PIC X(1) VALUE SPACES.
               88  WS-CTL-DATE-OPEN      VALUE 'O'.
               88  WS-CTL-DATE-CLOSED    VALUE 'C'.
           05  WS-CTL-LOAD-STAMP         PIC X(14) VALUE SPACES.
           05  WS-CTL-SUSP-BATCHES       PIC 9(7) VALUE 0.
           05  WS-CTL-SUSP-AWAITING      PIC 9(7) VALUE 0.
           05  WS-CTL-SUSP-OLDEST        PIC X(8) VALUE SPACES.
           05  WS-CTL-REJECT-CNT         PIC 9(7) VALUE 0.
           05  WS-CTL-REJ-AWAITING       PIC 9(7) VALUE 0.
           05  WS-CTL-MISSING-CNT        PIC 9(1) VALUE 0.
       01  WS-LOAD-STAMP-EDIT            PIC X(16) VALUE SPACES.

      *****************************************************************
      * BROWSE WORK - A BROWSE STARTS AT WS-BROWSE-KEY AND STOPS AT
      * THE FIRST KEY NOT BEGINNING WITH WS-BROWSE-PREFIX.
      *****************************************************************
       01  WS-BROWSE-KEY                 PIC X(40).
       01  WS-BROWSE-PREFIX              PIC X(12) VALUE SPACES.
       01  WS-BROWSE-PREFIX-LEN          PIC 9(2) COMP VALUE 2.
       01  WS-BROWSE-ACTIVE-FLAG         PIC X VALUE 'N'.
           88  WS-BROWSE-ACTIVE          VALUE 'Y'.
       01  WS-BROWSE-END-FLAG            PIC X VALUE 'N'.
           88  WS-BROWSE-END             VALUE 'Y'.

      *****************************************************************
      * DATE WORK
      *****************************************************************
       01  WS-INPUT-DATE                 PIC X(8) VALUE SPACES.
       01  WS-INPUT-DATE-PARTS REDEFINES WS-INPUT-DATE.
           05  WS-INPUT-YYYY             PIC 9(4).
           05  WS-INPUT-MM               PIC 9(2).
           05  WS-INPUT-DD               PIC 9(2).
       01  WS-INPUT-DATE-9 REDEFINES WS-INPUT-DATE
                                         PIC 9(8).
       01  WS-DATE-WORK                  PIC X(8) VALUE SPACES.
       01  WS-DATE-WORK-9 REDEFINES WS-DATE-WORK
                                         PIC 9(8).
       01  WS-TODAY-DATE                 PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE-9 REDEFINES WS-TODAY-DATE
                                         PIC 9(8).
       01  WS-DATE-INTEGER               PIC 9(9) COMP VALUE 0.
       01  WS-TODAY-INTEGER              PIC 9(9) COMP VALUE 0.
       01  WS-AGE-DAYS                   PIC 9(9) COMP VALUE 0.

      *****************************************************************
      * SUMMARY WORK
      *****************************************************************
       01  WS-RUN-COUNT                  PIC 9(3) VALUE 0.
       01  WS-RUN-FOUND-FLAG             PIC X VALUE 'N'.
           88  WS-RUN-FOUND              VALUE 'Y'.
       01  WS-TOTALS-FOUND-FLAG          PIC X VALUE 'N'.
           88  WS-TOTALS-FOUND           VALUE 'Y'.
       01  WS-ALERT-COUNTS.
           05  WS-ALERT-CRIT-CNT         PIC 9(5) VALUE 0.
           05  WS-ALERT-HIGH-CNT         PIC 9(5) VALUE 0.
           05  WS-ALERT-MED-CNT          PIC 9(5) VALUE 0.
           05  WS-ALERT-OTHER-CNT        PIC 9(5) VALUE 0.
       01  WS-RC-TEXT                    PIC X(36) VALUE SPACES.
       01  WS-TIME-EDIT                  PIC X(8) VALUE SPACES.

       01  WS-EDIT-COUNT-14              PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-9               PIC ZZZ,ZZZ,ZZ9.
       01  WS-EDIT-COUNT-7               PIC ZZZZZZ9.
       01  WS-EDIT-COUNT-5               PIC ZZZZ9.
       01  WS-EDIT-COUNT-3               PIC ZZ9.
       01  WS-EDIT-AMOUNT                PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * LIST WORK - WS-LINE-1/2 ARE THE LINE(S) FOR THE RECORD JUST
      * READ; THEY GO ON THE PAGE ONLY IF THEY ALL FIT.
      *****************************************************************
       01  WS-LIST-LINES.
           05  WS-LIST-LINE              PIC X(78) OCCURS 14 TIMES.
       01  WS-LINE-CNT                   PIC 9(3) COMP VALUE 0.
       01  WS-LINES-NEEDED               PIC 9(3) COMP VALUE 0.
       01  WS-LIST-FULL-FLAG             PIC X VALUE 'N'.
           88  WS-LIST-FULL              VALUE 'Y'.
       01  WS-LINE-1                     PIC X(78).
       01  WS-LINE-2                     PIC X(78).
       01  WS-PAGE-EDIT                  PIC ZZ9.

       01  WS-ALERT-LINE.
           05  WS-ALL-MSG-CODE           PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-ALL-SEVERITY           PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-ALL-TIME               PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  FILLER                    PIC X(3) VALUE 'RC '.
           05  WS-ALL-RETURN-CODE        PIC ZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-ALL-MESSAGE            PIC X(46).
       01  WS-ALERT-LINE-2.
           05  FILLER                    PIC X(32) VALUE SPACES.
           05  WS-AL2-MESSAGE            PIC X(34).
           05  FILLER                    PIC X(12) VALUE SPACES.
       01  WS-ALERT-HEADING.
           05  FILLER                    PIC X(9) VALUE 'CODE'.
           05  FILLER                    PIC X(5) VALUE 'SEV'.
           05  FILLER                    PIC X(9) VALUE 'TIME'.
           05  FILLER                    PIC X(9) VALUE 'RC'.
           05  FILLER                    PIC X(46) VALUE 'MESSAGE'.

       01  WS-BATCH-LINE.
           05  WS-BTL-BATCH-NO           PIC 9(5).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-SUSPEND-DATE       PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-AGE                PIC ZZZ9.
           05  WS-BTL-AGE-X REDEFINES WS-BTL-AGE
                                         PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-REGION             PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-EXPECTED-CNT       PIC ZZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-ACTUAL-CNT         PIC ZZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-EXPECTED-AMT       PIC -Z(12)9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-ACTUAL-AMT         PIC -Z(12)9.99.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-BTL-PENDING            PIC X(1).
       01  WS-BATCH-HEADING.
           05  FILLER                    PIC X(6) VALUE 'BATCH'.
           05  FILLER                    PIC X(9) VALUE 'SUSP ON'.
           05  FILLER                    PIC X(5) VALUE ' AGE'.
           05  FILLER                    PIC X(5) VALUE 'REGN'.
           05  FILLER                    PIC X(8) VALUE 'EXP CNT'.
           05  FILLER                    PIC X(8) VALUE 'ACT CNT'.
           05  FILLER                    PIC X(18)
                   VALUE '     EXPECTED AMT'.
           05  FILLER                    PIC X(18)
                   VALUE '       ACTUAL AMT'.
           05  FILLER                    PIC X(1) VALUE 'A'.

       01  WS-KEY-LINE.
           05  WS-KYL-SOURCE             PIC X(3).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-REC-TYPE           PIC X(2).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-DATE               PIC X(8).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-POSITION           PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-TEXT               PIC X(27).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-AMOUNT             PIC -Z(11)9.99.
           05  WS-KYL-AMOUNT-X REDEFINES WS-KYL-AMOUNT
                                         PIC X(16).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-REGION             PIC X(4).
           05  FILLER                    PIC X(1) VALUE SPACE.
           05  WS-KYL-PENDING            PIC X(1).
           05  FILLER                    PIC X(1) VALUE SPACE.
       01  WS-KEY-HEADING.
           05  FILLER                    PIC X(4) VALUE 'SRC'.
           05  FILLER                    PIC X(3) VALUE 'RT'.
           05  FILLER                    PIC X(9) VALUE 'DATE'.
           05  FILLER                    PIC X(10) VALUE 'POS/BATCH'.
           05  FILLER                    PIC X(28)
                   VALUE 'REASON / HELD'.
           05  FILLER                    PIC X(17)
                   VALUE '          AMOUNT'.
           05  FILLER                    PIC X(5) VALUE 'REGN'.
           05  FILLER                    PIC X(2) VALUE 'A'.
       01  WS-HELD-TEXT.
           05  WS-HDT-LABEL              PIC X(15).
           05  WS-HDT-COUNT              PIC ZZZZZZZZ9.
           05  FILLER                    PIC X(3) VALUE SPACES.

       01  WS-LIST-PFKEYS                PIC X(78) VALUE
           'ENTER=REFRESH  PF3=SUMMARY  PF7=BACK  PF8=FORWARD'.

       LINKAGE SECTION.
       01  DFHCOMMAREA                   PIC X(2063).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           IF EIBCALEN NOT = LENGTH OF WS-COMMAREA
               PERFORM 1000-READ-CONTROL-RECORD
               PERFORM 1100-FIRST-TIME
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               PERFORM 1000-READ-CONTROL-RECORD
               IF WS-CA-SUMMARY
                   PERFORM 2000-SUMMARY-KEY
               ELSE
                   PERFORM 2500-LIST-KEY
               END-IF
           END-IF
           IF WS-ENDING
               EXEC CICS SEND TEXT
                   FROM(WS-END-MESSAGE)
                   LENGTH(LENGTH OF WS-END-MESSAGE)
                   ERASE
                   FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           ELSE
               EXEC CICS RETURN
                   TRANSID(EIBTRNID)
                   COMMAREA(WS-COMMAREA)
                   LENGTH(LENGTH OF WS-COMMAREA)
               END-EXEC
           END-IF
           GOBACK.

      *****************************************************************
      * 1000-READ-CONTROL-RECORD - THE CC RECORD SAYS WHICH DATE IS
      * CURRENT, WHEN THE FILE WAS LOADED AND THE BACKLOG TOTALS. NOT
      * OPEN OR DISABLED IS THE RELOAD WINDOW, NOT AN ERROR.
      *****************************************************************
       1000-READ-CONTROL-RECORD.
           MOVE 'N' TO WS-CTL-FOUND-FLAG
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'CC' TO WS-BROWSE-KEY (1:2)
           MOVE SPACES TO WS-BROWSE-KEY (3:38)
           EXEC CICS READ
               FILE(WS-INQUIRY-FILE)
               INTO(WS-INQUIRY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CTL-FOUND-FLAG
                   MOVE WS-INQ-CC-BUSINESS-DATE
                       TO WS-CTL-BUSINESS-DATE
                   MOVE WS-INQ-CC-DATE-STATUS TO WS-CTL-DATE-STATUS
                   MOVE WS-INQ-CC-LOAD-STAMP TO WS-CTL-LOAD-STAMP
                   MOVE WS-INQ-CC-SUSP-BATCHES TO WS-CTL-SUSP-BATCHES
                   MOVE WS-INQ-CC-SUSP-AWAITING
                       TO WS-CTL-SUSP-AWAITING
                   MOVE WS-INQ-CC-SUSP-OLDEST TO WS-CTL-SUSP-OLDEST
                   MOVE WS-INQ-CC-REJECT-CNT TO WS-CTL-REJECT-CNT
                   MOVE WS-INQ-CC-REJ-AWAITING TO WS-CTL-REJ-AWAITING
                   MOVE WS-INQ-CC-MISSING-CNT TO WS-CTL-MISSING-CNT
                   MOVE SPACES TO WS-LOAD-STAMP-EDIT
                   STRING WS-CTL-LOAD-STAMP (1:4) "-"
                          WS-CTL-LOAD-STAMP (5:2) "-"
                          WS-CTL-LOAD-STAMP (7:2) " "
                          WS-CTL-LOAD-STAMP (9:2) ":"
                          WS-CTL-LOAD-STAMP (11:2)
                          DELIMITED BY SIZE INTO WS-LOAD-STAMP-EDIT
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO WS-MESSAGE
                   STRING "INQUIRY FILE IS EMPTY - CNTINQL HAS NOT "
                          "LOADED IT YET"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN OTHER
                   PERFORM 7900-FILE-ERROR
           END-EVALUATE.

      *****************************************************************
      * 1100-FIRST-TIME - CNTI KEYED ON A CLEAR SCREEN: THE SUMMARY FOR
      * THE CURRENT BUSINESS DATE (TODAY'S DATE IF THE FILE CANNOT
      * SAY WHICH THAT IS).
      *****************************************************************
       1100-FIRST-TIME.
           INITIALIZE WS-COMMAREA
           MOVE 'S' TO WS-CA-SCREEN
           MOVE SPACES TO WS-CA-PKEY
           IF WS-CTL-FOUND AND WS-CTL-BUSINESS-DATE IS NUMERIC
               MOVE WS-CTL-BUSINESS-DATE TO WS-CA-DATE
           ELSE
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CA-DATE
           END-IF
           PERFORM 3000-SHOW-SUMMARY.

      *****************************************************************
      * 2000-SUMMARY-KEY - ATTENTION KEY PRESSED ON THE SUMMARY. THE
      * DATE AND KEY FIELDS ARE TAKEN FOR EVERY KEY THAT USES THEM, SO
      * PF5/PF6/PF9 ACT ON WHAT IS ON THE SCREEN, NOT WHAT WAS SHOWN.
      *****************************************************************
       2000-SUMMARY-KEY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3
                   MOVE 'Y' TO WS-ENDING-FLAG
               WHEN EIBAID = DFHCLEAR
                   PERFORM 3000-SHOW-SUMMARY
               WHEN EIBAID = DFHENTER OR DFHPF5 OR DFHPF6 OR DFHPF9
                   PERFORM 2100-RECEIVE-SUMMARY
                   IF NOT WS-INPUT-OK
                       PERFORM 3000-SHOW-SUMMARY
                   ELSE
                       EVALUATE TRUE
                           WHEN EIBAID = DFHPF5
                               MOVE 'A' TO WS-CA-SCREEN
                               MOVE LOW-VALUES TO WS-BROWSE-KEY
                               MOVE 'AL' TO WS-BROWSE-KEY (1:2)
                               MOVE WS-CA-DATE TO WS-BROWSE-KEY (3:8)
                               PERFORM 4000-START-LIST
                           WHEN EIBAID = DFHPF6
                               MOVE 'B' TO WS-CA-SCREEN
                               MOVE LOW-VALUES TO WS-BROWSE-KEY
                               MOVE 'SB' TO WS-BROWSE-KEY (1:2)
                               PERFORM 4000-START-LIST
                           WHEN EIBAID = DFHPF9
                               IF WS-CA-PKEY = SPACES
                                   MOVE "KEY A PARTNER KEY TO LOOK UP"
                                       TO WS-MESSAGE
                                   MOVE 'K' TO WS-CURSOR-FIELD
                                   PERFORM 3000-SHOW-SUMMARY
                               ELSE
                                   MOVE 'K' TO WS-CA-SCREEN
                                   MOVE LOW-VALUES TO WS-BROWSE-KEY
                                   MOVE 'KR' TO WS-BROWSE-KEY (1:2)
                                   MOVE WS-CA-PKEY
                                       TO WS-BROWSE-KEY (3:10)
                                   PERFORM 4000-START-LIST
                               END-IF
                           WHEN OTHER
                               PERFORM 3000-SHOW-SUMMARY
                       END-EVALUATE
                   END-IF
               WHEN OTHER
                   MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO WS-MESSAGE
                   PERFORM 3000-SHOW-SUMMARY
           END-EVALUATE.

      *****************************************************************
      * 2100-RECEIVE-SUMMARY - PICK UP THE BUSINESS DATE AND PARTNER
      * KEY. A BAD DATE LEAVES THE DATE SHOWN UNCHANGED AND PUTS THE
      * CURSOR ON THE FIELD; AN ERASED KEY FIELD CLEARS THE KEY.
      *****************************************************************
       2100-RECEIVE-SUMMARY.
           MOVE 'Y' TO WS-INPUT-OK-FLAG
           EXEC CICS RECEIVE
               MAP('CNTIM1')
               MAPSET('CNTINQM')
               INTO(CNTIM1I)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF PKEYL > 0
                   MOVE PKEYI TO WS-CA-PKEY
                   INSPECT WS-CA-PKEY
                       REPLACING ALL LOW-VALUE BY SPACE
               ELSE
                   IF PKEYF = DFHBMEOF
                       MOVE SPACES TO WS-CA-PKEY
                   END-IF
               END-IF
               IF BDATEL > 0
                   MOVE BDATEI TO WS-INPUT-DATE
                   PERFORM 2110-EDIT-DATE
               ELSE
                   IF BDATEF = DFHBMEOF
                       MOVE SPACES TO WS-INPUT-DATE
                       PERFORM 2110-EDIT-DATE
                   END-IF
               END-IF
           END-IF.

       2110-EDIT-DATE.
           MOVE 0 TO WS-DATE-INTEGER
           IF WS-INPUT-DATE IS NUMERIC
               IF WS-INPUT-YYYY >= 1601
                  AND WS-INPUT-MM >= 1 AND WS-INPUT-MM <= 12
                  AND WS-INPUT-DD >= 1 AND WS-INPUT-DD <= 31
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE (WS-INPUT-DATE-9)
               END-IF
           END-IF
           IF WS-DATE-INTEGER > 0
               COMPUTE WS-DATE-WORK-9 =
                   FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER)
               IF WS-DATE-WORK NOT = WS-INPUT-DATE
                   MOVE 0 TO WS-DATE-INTEGER
               END-IF
           END-IF
           IF WS-DATE-INTEGER > 0
               MOVE WS-INPUT-DATE TO WS-CA-DATE
           ELSE
               MOVE 'N' TO WS-INPUT-OK-FLAG
               MOVE 'D' TO WS-CURSOR-FIELD
               MOVE SPACES TO WS-MESSAGE
               STRING "BUSINESS DATE MUST BE A VALID YYYYMMDD - "
                      "FIGURES SHOWN ARE FOR " WS-CA-DATE
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *****************************************************************
      * 2500-LIST-KEY - ATTENTION KEY PRESSED ON A LIST SCREEN.
      *****************************************************************
       2500-LIST-KEY.
           EVALUATE TRUE
               WHEN EIBAID = DFHPF3 OR DFHCLEAR
                   MOVE 'S' TO WS-CA-SCREEN
                   PERFORM 3000-SHOW-SUMMARY
               WHEN EIBAID = DFHPF8
                   IF NOT WS-CA-MORE
                       MOVE "ALREADY ON THE LAST PAGE" TO WS-MESSAGE
                   ELSE
                       IF WS-CA-PAGE-NO < WS-PAGE-MAX
                           ADD 1 TO WS-CA-PAGE-NO
                           MOVE WS-CA-NEXT-KEY
                               TO WS-CA-PAGE-KEY (WS-CA-PAGE-NO)
                       ELSE
                           MOVE SPACES TO WS-MESSAGE
                           STRING "PAGE LIMIT REACHED - SEE THE "
                                  "BATCH REPORTS OR RUN CNTTRACE"
                                  DELIMITED BY SIZE INTO WS-MESSAGE
                       END-IF
                   END-IF
                   PERFORM 4100-SHOW-LIST
               WHEN EIBAID = DFHPF7
                   IF WS-CA-PAGE-NO > 1
                       SUBTRACT 1 FROM WS-CA-PAGE-NO
                   ELSE
                       MOVE "ALREADY ON THE FIRST PAGE" TO WS-MESSAGE
                   END-IF
                   PERFORM 4100-SHOW-LIST
               WHEN EIBAID = DFHENTER
                   PERFORM 4100-SHOW-LIST
               WHEN OTHER
                   MOVE "KEY NOT ACTIVE ON THIS SCREEN" TO WS-MESSAGE
                   PERFORM 4100-SHOW-LIST
           END-EVALUATE.

      *****************************************************************
      * 3000-SHOW-SUMMARY - BUILD AND SEND THE SUMMARY FOR WS-CA-DATE.
      *****************************************************************
       3000-SHOW-SUMMARY.
           MOVE LOW-VALUES TO CNTIM1O
           MOVE WS-LOAD-STAMP-EDIT TO LOADTSO
           IF WS-INPUT-OK
               MOVE WS-CA-DATE TO BDATEO
           ELSE
               MOVE WS-INPUT-DATE TO BDATEO
           END-IF
           MOVE WS-CA-PKEY TO PKEYO
           MOVE WS-CTL-BUSINESS-DATE TO CURBDO
           EVALUATE TRUE
               WHEN WS-CTL-DATE-OPEN
                   MOVE "OPEN" TO CURSTO
               WHEN WS-CTL-DATE-CLOSED
                   MOVE "CLOSED" TO CURSTO
               WHEN OTHER
                   MOVE SPACES TO CURSTO
           END-EVALUATE
           IF WS-FILE-OK AND WS-CTL-FOUND
               PERFORM 3100-BROWSE-RUNS
               PERFORM 3200-BROWSE-TOTALS
               PERFORM 3300-BROWSE-ALERTS
               PERFORM 3400-FORMAT-BACKLOG
           END-IF
           IF WS-MESSAGE = SPACES AND WS-CTL-FOUND
               IF WS-CTL-MISSING-CNT > 0
                   STRING "NOTE: " WS-CTL-MISSING-CNT
                          " SOURCE DATASET(S) WERE NOT AVAILABLE TO"
                          " THE LAST LOAD - SEE CNTINQL"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   IF NOT WS-RUN-FOUND
                       STRING "NO CNTPROC RUN RECORDED FOR "
                              WS-CA-DATE
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           MOVE WS-MESSAGE TO MSGO
           IF WS-CURSOR-ON-PKEY
               MOVE -1 TO PKEYL
           ELSE
               MOVE -1 TO BDATEL
           END-IF
           EXEC CICS SEND
               MAP('CNTIM1')
               MAPSET('CNTINQM')
               FROM(CNTIM1O)
               ERASE
               CURSOR
           END-EXEC.

      *****************************************************************
      * 3100-BROWSE-RUNS - EVERY RUN-HISTORY RECORD FOR THE DATE, IN
      * THE ORDER THE RUNS WERE MADE: COUNT THEM AND SHOW THE LAST.
      *****************************************************************
       3100-BROWSE-RUNS.
           MOVE 0 TO WS-RUN-COUNT
           MOVE 'N' TO WS-RUN-FOUND-FLAG
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'RH' TO WS-BROWSE-KEY (1:2)
           MOVE WS-CA-DATE TO WS-BROWSE-KEY (3:8)
           MOVE WS-BROWSE-KEY (1:10) TO WS-BROWSE-PREFIX
           MOVE 10 TO WS-BROWSE-PREFIX-LEN
           PERFORM 7000-START-BROWSE
           PERFORM UNTIL WS-BROWSE-END
               PERFORM 7100-READ-NEXT
               IF NOT WS-BROWSE-END
                   IF WS-RUN-COUNT < 999
                       ADD 1 TO WS-RUN-COUNT
                   END-IF
                   MOVE 'Y' TO WS-RUN-FOUND-FLAG
                   MOVE WS-INQ-DATA TO WS-RUN-HISTORY-RECORD
               END-IF
           END-PERFORM
           PERFORM 7200-END-BROWSE
           MOVE WS-RUN-COUNT TO WS-EDIT-COUNT-3
           MOVE WS-EDIT-COUNT-3 TO NRUNSO
           IF WS-RUN-FOUND
               PERFORM 3110-FORMAT-LAST-RUN
           END-IF.

       3110-FORMAT-LAST-RUN.
           MOVE SPACES TO WS-TIME-EDIT
           STRING WS-RH-RUN-TIME (1:2) ":"
                  WS-RH-RUN-TIME (3:2) ":"
                  WS-RH-RUN-TIME (5:2)
                  DELIMITED BY SIZE INTO WS-TIME-EDIT
           MOVE WS-TIME-EDIT TO LRTIMEO
           MOVE WS-RH-RETURN-CODE TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO LRRCO
           EVALUATE WS-RH-RETURN-CODE
               WHEN 0
                   MOVE "CLEAN" TO WS-RC-TEXT
               WHEN 4
                   MOVE "COMPLETED WITH WARNINGS" TO WS-RC-TEXT
               WHEN 8
                   MOVE "CONTROL TOTALS DID NOT MATCH" TO WS-RC-TEXT
               WHEN 12
                   MOVE "FILE OPEN FAILURE" TO WS-RC-TEXT
               WHEN 16
                   MOVE "COUNTER OVERFLOW - RESTART NEEDED"
                       TO WS-RC-TEXT
               WHEN 20
                   MOVE "STOPPED BY TRANSMISSION CONTROL"
                       TO WS-RC-TEXT
               WHEN 24
                   MOVE "REFUSED BY BUSINESS-DATE CONTROL"
                       TO WS-RC-TEXT
               WHEN OTHER
                   MOVE "SEE THE RUN LOG" TO WS-RC-TEXT
           END-EVALUATE
           MOVE WS-RC-TEXT TO LRSTATO
           MOVE WS-RH-DETAIL-CNT TO WS-EDIT-COUNT-14
           MOVE WS-EDIT-COUNT-14 TO DETCNTO
           MOVE WS-RH-REJECT-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO REJCNTO
           MOVE WS-RH-DUP-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO DUPCNTO
           MOVE WS-RH-OVERFLOW-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO OVFCNTO.

      *****************************************************************
      * 3200-BROWSE-TOTALS - THE LAST CATEGORY-TOTALS RECORD FOR THE
      * DATE (A RERUN WRITES ANOTHER; THE LATEST IS THE ONE THAT
      * STANDS).
      *****************************************************************
       3200-BROWSE-TOTALS.
           MOVE 'N' TO WS-TOTALS-FOUND-FLAG
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'CT' TO WS-BROWSE-KEY (1:2)
           MOVE WS-CA-DATE TO WS-BROWSE-KEY (3:8)
           MOVE WS-BROWSE-KEY (1:10) TO WS-BROWSE-PREFIX
           MOVE 10 TO WS-BROWSE-PREFIX-LEN
           PERFORM 7000-START-BROWSE
           PERFORM UNTIL WS-BROWSE-END
               PERFORM 7100-READ-NEXT
               IF NOT WS-BROWSE-END
                   MOVE 'Y' TO WS-TOTALS-FOUND-FLAG
                   MOVE WS-INQ-DATA TO WS-CATEGORY-TOTALS-RECORD
               END-IF
           END-PERFORM
           PERFORM 7200-END-BROWSE
           IF WS-TOTALS-FOUND
               PERFORM 3210-FORMAT-TOTALS
           END-IF.

       3210-FORMAT-TOTALS.
           MOVE WS-CAT-HEADER-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO HDRCNTO
           MOVE WS-CAT-TRAILER-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO TRLCNTO
           MOVE WS-CAT-EXPECTED-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO EXPCNTO
           MOVE WS-CAT-BATCH-CNT TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO BATCNTO
           MOVE WS-CAT-BATCH-MATCH TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO BATMATO
           MOVE WS-CAT-BATCH-MISM TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO BATMISO
           MOVE WS-CAT-AMOUNT-TOTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO AMTTOTO
           MOVE WS-CAT-EXPECTED-AMT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO EXPAMTO
           MOVE WS-CAT-REVERSAL-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO REVCNTO
           MOVE WS-CAT-REVERSAL-AMT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO REVAMTO
           MOVE WS-CAT-RV-UNMAT-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO RVUNMO
           MOVE WS-CAT-BASE-CURRENCY TO BASECURO
           MOVE WS-CAT-BASE-EQUIV-AMT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO BASEAMTO
           MOVE WS-CAT-CURR-REJ-CNT TO WS-EDIT-COUNT-9
           MOVE WS-EDIT-COUNT-9 TO CURREJO.

      *****************************************************************
      * 3300-BROWSE-ALERTS - THE DATE'S ALERTS COUNTED BY SEVERITY.
      *****************************************************************
       3300-BROWSE-ALERTS.
           INITIALIZE WS-ALERT-COUNTS
           MOVE LOW-VALUES TO WS-BROWSE-KEY
           MOVE 'AL' TO WS-BROWSE-KEY (1:2)
           MOVE WS-CA-DATE TO WS-BROWSE-KEY (3:8)
           MOVE WS-BROWSE-KEY (1:10) TO WS-BROWSE-PREFIX
           MOVE 10 TO WS-BROWSE-PREFIX-LEN
           PERFORM 7000-START-BROWSE
           PERFORM UNTIL WS-BROWSE-END
               PERFORM 7100-READ-NEXT
               IF NOT WS-BROWSE-END
                   MOVE WS-INQ-DATA TO WS-ALERT-RECORD
                   EVALUATE WS-ALR-SEVERITY
                       WHEN "CRIT"
                           ADD 1 TO WS-ALERT-CRIT-CNT
                       WHEN "HIGH"
                           ADD 1 TO WS-ALERT-HIGH-CNT
                       WHEN "MED "
                           ADD 1 TO WS-ALERT-MED-CNT
                       WHEN OTHER
                           ADD 1 TO WS-ALERT-OTHER-CNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           PERFORM 7200-END-BROWSE
           MOVE WS-ALERT-CRIT-CNT TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO ACRITO
           MOVE WS-ALERT-HIGH-CNT TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO AHIGHO
           MOVE WS-ALERT-MED-CNT TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO AMEDO
           MOVE WS-ALERT-OTHER-CNT TO WS-EDIT-COUNT-5
           MOVE WS-EDIT-COUNT-5 TO AOTHRO.

      *****************************************************************
      * 3400-FORMAT-BACKLOG - TODAY'S BACKLOG FROM THE CONTROL RECORD,
      * WHATEVER DATE IS SHOWN ABOVE IT. AGE IS FROM THE CURRENT
      * BUSINESS DATE.
      *****************************************************************
       3400-FORMAT-BACKLOG.
           MOVE WS-CTL-SUSP-BATCHES TO WS-EDIT-COUNT-7
           MOVE WS-EDIT-COUNT-7 TO SUSCNTO
           MOVE WS-CTL-SUSP-AWAITING TO WS-EDIT-COUNT-7
           MOVE WS-EDIT-COUNT-7 TO SUSAPRO
           MOVE WS-CTL-REJECT-CNT TO WS-EDIT-COUNT-7
           MOVE WS-EDIT-COUNT-7 TO REJBKLO
           MOVE WS-CTL-REJ-AWAITING TO WS-EDIT-COUNT-7
           MOVE WS-EDIT-COUNT-7 TO REJAPRO
           IF WS-CTL-SUSP-BATCHES > 0
               MOVE WS-CTL-SUSP-OLDEST TO SUSOLDO
               MOVE WS-CTL-SUSP-OLDEST TO WS-DATE-WORK
               PERFORM 7500-AGE-IN-DAYS
               MOVE WS-AGE-DAYS TO WS-EDIT-COUNT-5
               MOVE WS-EDIT-COUNT-5 TO SUSAGEO
           END-IF.

      *****************************************************************
      * 4000-START-LIST - FIRST PAGE OF A LIST FROM WS-BROWSE-KEY.
      *****************************************************************
       4000-START-LIST.
           MOVE 1 TO WS-CA-PAGE-NO
           MOVE WS-BROWSE-KEY TO WS-CA-PAGE-KEY (1)
           MOVE 'N' TO WS-CA-MORE-FLAG
           PERFORM 4100-SHOW-LIST.

      *****************************************************************
      * 4100-SHOW-LIST - BUILD AND SEND THE CURRENT PAGE. THE KEY
      * LOOKUP RUNS TWO SEGMENTS OF THE FILE: THE KEY'S REJECTS (KR)
      * AND THEN ITS SUSPENSE HOLDS (KS); A PAGE KEY IN THE KS SEGMENT
      * STARTS THERE.
      *****************************************************************
       4100-SHOW-LIST.
           MOVE SPACES TO WS-LIST-LINES
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-LIST-FULL-FLAG
           MOVE 'N' TO WS-CA-MORE-FLAG
           MOVE WS-CA-PAGE-KEY (WS-CA-PAGE-NO) TO WS-BROWSE-KEY
           MOVE LOW-VALUES TO CNTIM2O
           IF WS-FILE-OK
               EVALUATE TRUE
                   WHEN WS-CA-ALERTS
                       MOVE WS-BROWSE-KEY (1:10) TO WS-BROWSE-PREFIX
                       MOVE 10 TO WS-BROWSE-PREFIX-LEN
                       PERFORM 4200-LIST-SEGMENT
                   WHEN WS-CA-SUSPENSE
                       MOVE 'SB' TO WS-BROWSE-PREFIX
                       MOVE 2 TO WS-BROWSE-PREFIX-LEN
                       PERFORM 4200-LIST-SEGMENT
                   WHEN WS-CA-KEY-LOOKUP
                       IF WS-BROWSE-KEY (1:2) = 'KR'
                           MOVE WS-BROWSE-KEY (1:12)
                               TO WS-BROWSE-PREFIX
                           MOVE 12 TO WS-BROWSE-PREFIX-LEN
                           PERFORM 4200-LIST-SEGMENT
                           MOVE LOW-VALUES TO WS-BROWSE-KEY
                           MOVE 'KS' TO WS-BROWSE-KEY (1:2)
                           MOVE WS-CA-PKEY TO WS-BROWSE-KEY (3:10)
                       END-IF
                       IF NOT WS-LIST-FULL AND WS-FILE-OK
                           MOVE WS-BROWSE-KEY (1:12)
                               TO WS-BROWSE-PREFIX
                           MOVE 12 TO WS-BROWSE-PREFIX-LEN
                           PERFORM 4200-LIST-SEGMENT
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 4500-FORMAT-LIST-SCREEN
           EXEC CICS SEND
               MAP('CNTIM2')
               MAPSET('CNTINQM')
               FROM(CNTIM2O)
               ERASE
               FREEKB
           END-EXEC.

      *****************************************************************
      * 4200-LIST-SEGMENT - READ FROM WS-BROWSE-KEY WHILE THE PREFIX
      * HOLDS, ADDING EACH RECORD'S LINES TO THE PAGE. THE FIRST
      * RECORD THAT WILL NOT FIT STARTS THE NEXT PAGE.
      *****************************************************************
       4200-LIST-SEGMENT.
           PERFORM 7000-START-BROWSE
           PERFORM UNTIL WS-BROWSE-END OR WS-LIST-FULL
               PERFORM 7100-READ-NEXT
               IF NOT WS-BROWSE-END
                   PERFORM 4300-FORMAT-LIST-RECORD
                   IF WS-LINE-CNT + WS-LINES-NEEDED > WS-LINE-MAX
                       MOVE 'Y' TO WS-LIST-FULL-FLAG
                       MOVE 'Y' TO WS-CA-MORE-FLAG
                       MOVE WS-INQ-KEY TO WS-CA-NEXT-KEY
                   ELSE
                       ADD 1 TO WS-LINE-CNT
                       MOVE WS-LINE-1 TO WS-LIST-LINE (WS-LINE-CNT)
                       IF WS-LINES-NEEDED > 1
                           ADD 1 TO WS-LINE-CNT
                           MOVE WS-LINE-2
                               TO WS-LIST-LINE (WS-LINE-CNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM 7200-END-BROWSE.

      *****************************************************************
      * 4300-FORMAT-LIST-RECORD - ONE OR TWO LINES FOR THE RECORD JUST
      * READ, BY RECORD TYPE.
      *****************************************************************
       4300-FORMAT-LIST-RECORD.
           MOVE SPACES TO WS-LINE-1
           MOVE SPACES TO WS-LINE-2
           MOVE 1 TO WS-LINES-NEEDED
           EVALUATE TRUE
               WHEN WS-INQ-TYPE-ALERT
                   PERFORM 4310-FORMAT-ALERT
               WHEN WS-INQ-TYPE-SUSPENSE
                   PERFORM 4320-FORMAT-BATCH
               WHEN WS-INQ-TYPE-REJECT
                   PERFORM 4330-FORMAT-REJECT
               WHEN WS-INQ-TYPE-HOLD
                   PERFORM 4340-FORMAT-HOLD
           END-EVALUATE.

       4310-FORMAT-ALERT.
           MOVE WS-INQ-DATA TO WS-ALERT-RECORD
           MOVE WS-ALR-MSG-CODE TO WS-ALL-MSG-CODE
           MOVE WS-ALR-SEVERITY TO WS-ALL-SEVERITY
           MOVE SPACES TO WS-TIME-EDIT
           STRING WS-ALR-RUN-TIME (1:2) ":"
                  WS-ALR-RUN-TIME (3:2) ":"
                  WS-ALR-RUN-TIME (5:2)
                  DELIMITED BY SIZE INTO WS-TIME-EDIT
           MOVE WS-TIME-EDIT TO WS-ALL-TIME
           MOVE WS-ALR-RETURN-CODE TO WS-ALL-RETURN-CODE
           MOVE WS-ALR-MESSAGE (1:46) TO WS-ALL-MESSAGE
           MOVE WS-ALERT-LINE TO WS-LINE-1
           IF WS-ALR-MESSAGE (47:34) NOT = SPACES
               MOVE WS-ALR-MESSAGE (47:34) TO WS-AL2-MESSAGE
               MOVE WS-ALERT-LINE-2 TO WS-LINE-2
               MOVE 2 TO WS-LINES-NEEDED
           END-IF.

       4320-FORMAT-BATCH.
           MOVE WS-INQ-DATA TO WS-SUSPENSE-RECORD
           MOVE WS-SUS-BATCH-NO TO WS-BTL-BATCH-NO
           MOVE WS-SUS-SUSPEND-DATE TO WS-BTL-SUSPEND-DATE
           MOVE WS-SUS-SUSPEND-DATE TO WS-DATE-WORK
           PERFORM 7500-AGE-IN-DAYS
           IF WS-DATE-WORK IS NUMERIC AND WS-TODAY-INTEGER > 0
               MOVE WS-AGE-DAYS TO WS-BTL-AGE
           ELSE
               MOVE SPACES TO WS-BTL-AGE-X
           END-IF
           MOVE WS-SUS-REGION TO WS-BTL-REGION
           MOVE WS-SUS-EXPECTED-CNT TO WS-BTL-EXPECTED-CNT
           MOVE WS-SUS-ACTUAL-CNT TO WS-BTL-ACTUAL-CNT
           MOVE WS-SUS-EXPECTED-AMT TO WS-BTL-EXPECTED-AMT
           MOVE WS-SUS-ACTUAL-AMT TO WS-BTL-ACTUAL-AMT
           MOVE WS-SUS-PEND-ACTION TO WS-BTL-PENDING
           MOVE WS-BATCH-LINE TO WS-LINE-1.

       4330-FORMAT-REJECT.
           MOVE WS-INQ-DATA TO WS-REJECT-RECORD
           MOVE WS-REJ-AREA-1 TO WS-AREA-1
           MOVE "REJ" TO WS-KYL-SOURCE
           MOVE WS-A1-RECORD-TYPE TO WS-KYL-REC-TYPE
           MOVE WS-REJ-TIMESTAMP (1:8) TO WS-KYL-DATE
           MOVE WS-REJ-READ-CNT TO WS-KYL-POSITION
           MOVE WS-REJ-REASON TO WS-KYL-TEXT
           IF WS-A1-TYPE-DETAIL OR WS-A1-TYPE-REVERSAL
               IF WS-A1-AMOUNT IS NUMERIC
                   MOVE WS-A1-AMOUNT TO WS-KYL-AMOUNT
               ELSE
                   MOVE "     NOT NUMERIC" TO WS-KYL-AMOUNT-X
               END-IF
           ELSE
               MOVE SPACES TO WS-KYL-AMOUNT-X
           END-IF
           MOVE WS-REJ-REGION TO WS-KYL-REGION
           IF WS-REJ-PEND-AWAITING
               MOVE 'A' TO WS-KYL-PENDING
           ELSE
               MOVE SPACE TO WS-KYL-PENDING
           END-IF
           MOVE WS-KEY-LINE TO WS-LINE-1.

      *    ONE LINE FOR THE HELD DETAILS AND ONE FOR THE HELD
      *    REVERSALS, EACH ONLY IF THE BATCH HOLDS ANY.
       4340-FORMAT-HOLD.
           MOVE "HLD" TO WS-KYL-SOURCE
           MOVE WS-INQ-KS-SUSPEND-DATE TO WS-KYL-DATE
           MOVE WS-INQ-KS-BATCH-NO TO WS-KYL-POSITION
           MOVE WS-INQ-KS-REGION TO WS-KYL-REGION
           MOVE WS-INQ-KS-PEND-ACTION TO WS-KYL-PENDING
           MOVE 0 TO WS-LINES-NEEDED
           IF WS-INQ-KS-DETAIL-CNT > 0
              OR WS-INQ-KS-REVERSAL-CNT = 0
               MOVE "DT" TO WS-KYL-REC-TYPE
               MOVE "HELD DETAILS" TO WS-HDT-LABEL
               MOVE WS-INQ-KS-DETAIL-CNT TO WS-HDT-COUNT
               MOVE WS-HELD-TEXT TO WS-KYL-TEXT
               MOVE WS-INQ-KS-DETAIL-AMT TO WS-KYL-AMOUNT
               ADD 1 TO WS-LINES-NEEDED
               MOVE WS-KEY-LINE TO WS-LINE-1
           END-IF
           IF WS-INQ-KS-REVERSAL-CNT > 0
               MOVE "RV" TO WS-KYL-REC-TYPE
               MOVE "HELD REVERSALS" TO WS-HDT-LABEL
               MOVE WS-INQ-KS-REVERSAL-CNT TO WS-HDT-COUNT
               MOVE WS-HELD-TEXT TO WS-KYL-TEXT
               MOVE WS-INQ-KS-REVERSAL-AMT TO WS-KYL-AMOUNT
               ADD 1 TO WS-LINES-NEEDED
               IF WS-LINES-NEEDED = 1
                   MOVE WS-KEY-LINE TO WS-LINE-1
               ELSE
                   MOVE WS-KEY-LINE TO WS-LINE-2
               END-IF
           END-IF.

      *****************************************************************
      * 4500-FORMAT-LIST-SCREEN - TITLE, SELECTION, COLUMN HEADINGS,
      * THE PAGE'S LINES AND THE MESSAGE LINE.
      *****************************************************************
       4500-FORMAT-LIST-SCREEN.
           MOVE WS-LOAD-STAMP-EDIT TO LSTTSO
           MOVE WS-CA-PAGE-NO TO WS-PAGE-EDIT
           MOVE WS-PAGE-EDIT TO PAGENOO
           EVALUATE TRUE
               WHEN WS-CA-ALERTS
                   MOVE "ALERTS RAISED ON THE DATE" TO TITLEO
                   MOVE "BUSINESS DATE" TO SELLBLO
                   MOVE WS-CA-DATE TO SELVALO
                   MOVE WS-ALERT-HEADING TO COLHDO
               WHEN WS-CA-SUSPENSE
                   MOVE "OPEN SUSPENDED BATCHES" TO TITLEO
                   MOVE "AGED FROM" TO SELLBLO
                   MOVE WS-CTL-BUSINESS-DATE TO SELVALO
                   MOVE WS-BATCH-HEADING TO COLHDO
               WHEN WS-CA-KEY-LOOKUP
                   MOVE "REJECTS AND SUSPENSE HOLDS FOR A KEY"
                       TO TITLEO
                   MOVE "PARTNER KEY" TO SELLBLO
                   MOVE WS-CA-PKEY TO SELVALO
                   MOVE WS-KEY-HEADING TO COLHDO
           END-EVALUATE
           MOVE WS-LIST-LINE (1) TO LIN01O
           MOVE WS-LIST-LINE (2) TO LIN02O
           MOVE WS-LIST-LINE (3) TO LIN03O
           MOVE WS-LIST-LINE (4) TO LIN04O
           MOVE WS-LIST-LINE (5) TO LIN05O
           MOVE WS-LIST-LINE (6) TO LIN06O
           MOVE WS-LIST-LINE (7) TO LIN07O
           MOVE WS-LIST-LINE (8) TO LIN08O
           MOVE WS-LIST-LINE (9) TO LIN09O
           MOVE WS-LIST-LINE (10) TO LIN10O
           MOVE WS-LIST-LINE (11) TO LIN11O
           MOVE WS-LIST-LINE (12) TO LIN12O
           MOVE WS-LIST-LINE (13) TO LIN13O
           MOVE WS-LIST-LINE (14) TO LIN14O
           IF WS-MESSAGE = SPACES AND WS-FILE-OK
               IF WS-LINE-CNT = 0 AND WS-CA-PAGE-NO = 1
                   EVALUATE TRUE
                       WHEN WS-CA-ALERTS
                           STRING "NO ALERTS RECORDED FOR "
                                  WS-CA-DATE
                                  DELIMITED BY SIZE INTO WS-MESSAGE
                       WHEN WS-CA-SUSPENSE
                           MOVE "NO SUSPENDED BATCHES ARE OPEN"
                               TO WS-MESSAGE
                       WHEN WS-CA-KEY-LOOKUP
                           STRING "NO REJECTS OR SUSPENSE HOLDS FOR "
                                  "KEY " WS-CA-PKEY
                                  DELIMITED BY SIZE INTO WS-MESSAGE
                   END-EVALUATE
               ELSE
                   IF WS-CA-MORE
                       MOVE "MORE - PF8 FOR THE NEXT PAGE"
                           TO WS-MESSAGE
                   ELSE
                       MOVE "END OF LIST" TO WS-MESSAGE
                   END-IF
                   IF NOT WS-CA-ALERTS
                       MOVE 33 TO WS-MESSAGE-PTR
                       STRING "AWAITING APPROVAL: R RELEASE "
                              "T RETURN A REPAIR"
                              DELIMITED BY SIZE INTO WS-MESSAGE
                              WITH POINTER WS-MESSAGE-PTR
                   END-IF
               END-IF
           END-IF
           MOVE WS-MESSAGE TO LSTMSGO
           MOVE WS-LIST-PFKEYS TO LSTPFKO.

      *****************************************************************
      * 7000-7200 - FILE BROWSE. AN EMPTY RANGE IS NOT AN ERROR; ANY
      * OTHER FAILURE ENDS THE BROWSE AND GOES ON THE MESSAGE LINE.
      *****************************************************************
       7000-START-BROWSE.
           MOVE 'N' TO WS-BROWSE-END-FLAG
           EXEC CICS STARTBR
               FILE(WS-INQUIRY-FILE)
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-BROWSE-ACTIVE-FLAG
               WHEN WS-RESP = DFHRESP(NOTFND)
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
                   PERFORM 7900-FILE-ERROR
           END-EVALUATE.

       7100-READ-NEXT.
           EXEC CICS READNEXT
               FILE(WS-INQUIRY-FILE)
               INTO(WS-INQUIRY-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   IF WS-INQ-KEY (1:WS-BROWSE-PREFIX-LEN) NOT =
                      WS-BROWSE-PREFIX (1:WS-BROWSE-PREFIX-LEN)
                       MOVE 'Y' TO WS-BROWSE-END-FLAG
                   END-IF
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-BROWSE-END-FLAG
                   PERFORM 7900-FILE-ERROR
           END-EVALUATE.

       7200-END-BROWSE.
           IF WS-BROWSE-ACTIVE
               EXEC CICS ENDBR
                   FILE(WS-INQUIRY-FILE)
               END-EXEC
               MOVE 'N' TO WS-BROWSE-ACTIVE-FLAG
           END-IF.

      *****************************************************************
      * 7500-AGE-IN-DAYS - DAYS FROM WS-DATE-WORK TO THE CURRENT
      * BUSINESS DATE (ZERO IF EITHER IS NOT A DATE OR IT IS LATER).
      *****************************************************************
       7500-AGE-IN-DAYS.
           MOVE 0 TO WS-AGE-DAYS
           MOVE 0 TO WS-TODAY-INTEGER
           IF WS-CTL-BUSINESS-DATE IS NUMERIC
              AND WS-DATE-WORK IS NUMERIC
               MOVE WS-CTL-BUSINESS-DATE TO WS-TODAY-DATE
               COMPUTE WS-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE-9)
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-WORK-9)
               IF WS-TODAY-INTEGER > WS-DATE-INTEGER
                  AND WS-DATE-INTEGER > 0
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
               END-IF
           END-IF.

      *****************************************************************
      * 7900-FILE-ERROR - THE FILE CANNOT BE READ. CLOSED OR DISABLED
      * IS CNTINQL'S RELOAD WINDOW; ANYTHING ELSE IS SHOWN WITH ITS
      * RESPONSE CODE FOR THE CICS SUPPORT TEAM.
      *****************************************************************
       7900-FILE-ERROR.
           MOVE 'N' TO WS-FILE-OK-FLAG
           IF WS-RESP = DFHRESP(NOTOPEN)
              OR WS-RESP = DFHRESP(DISABLED)
               MOVE SPACES TO WS-MESSAGE
               STRING "INQUIRY FILE IS BEING RELOADED - TRY AGAIN "
                      "SHORTLY"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE WS-RESP TO WS-RESP-DISPLAY
               MOVE SPACES TO WS-MESSAGE
               STRING "INQUIRY FILE CNTINQF CANNOT BE READ - RESP "
                      WS-RESP-DISPLAY
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.
