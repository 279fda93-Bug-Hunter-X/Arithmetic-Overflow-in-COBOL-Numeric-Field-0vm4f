       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTANOM.
       AUTHOR. DATA-PROCESSING.
      *****************************************************************
      * CNTANOM - PER-KEY BEHAVIOURAL ANOMALY SCREENING. RPTTRND ONLY
      * ALARMS ON THE WHOLE RUN'S VOLUME, SO ONE PARTNER WHOSE VOLUME
      * TRIPLES, OR WHO SENDS ONE DETAIL TEN TIMES ITS NORMAL SIZE,
      * PASSES QUIETLY INSIDE A NORMAL-LOOKING NIGHT. THIS STEP RUNS
      * AFTER THE COUNT AND SCREENS EVERY KEY AGAINST ITS OWN HISTORY:
      *
      * THE PROFILE IS REBUILT EVERY NIGHT FROM THE MTD ARCHIVE AND
      * PERIOD DATASETS (CPYMTD - ONE RECORD PER KEY PER NIGHT), USING
      * ONLY NIGHTS BEFORE THE BUSINESS DATE, AND WRITTEN TO KEYPROF
      * (CPYKPROF). OVER THE LAST WINDOW= CALENDAR DAYS IT HOLDS EACH
      * KEY'S TYPICAL NIGHTLY COUNT AND AMOUNT (THE AVERAGE OVER THE
      * NIGHTS IT WAS ACTIVE) AND ITS LARGEST NORMAL SINGLE DETAIL;
      * OVER ALL THE HISTORY HELD, ITS LAST ACTIVE NIGHT AND ITS
      * AVERAGE NIGHT. TONIGHT'S KEYSUBS (CPYKEYS) AND POSTING EXTRACT
      * (CPYAREA1 IMAGES) ARE THEN SCREENED AGAINST IT:
      *   CS  COUNT SPIKE      TONIGHT'S COUNT AT MEDPCT= OR MORE OF
      *                        THE TYPICAL COUNT (HIGH AT HIGHPCT=)
      *   AS  AMOUNT SPIKE     THE SAME TEST ON THE AMOUNT
      *   OD  OUTSIZED DETAIL  ONE DETAIL ON THE EXTRACT AT MEDPCT= OR
      *                        MORE OF THE LARGEST NORMAL DETAIL (HIGH
      *                        AT HIGHPCT=)
      *   DA  DORMANT ACTIVE   NOTHING FOR MORE THAN DORMDAYS= DAYS,
      *                        ACTIVE TONIGHT - MED, HIGH WHEN TONIGHT'S
      *                        AMOUNT IS AT HIGHPCT= OR MORE OF THE
      *                        KEY'S AVERAGE NIGHT
      *   NK  NEW KEY          ACTIVE TONIGHT, NO HISTORY AT ALL - LOW
      *   GS  GONE SILENT      ACTIVE ON REGPCT= OR MORE OF THE
      *                        WINDOW'S RUN NIGHTS (AND AT LEAST
      *                        MINNIGHTS=), NOTHING TONIGHT - MED
      * SPIKES AND OUTSIZED DETAILS ARE SCREENED FOR ESTABLISHED KEYS
      * ONLY (ACTIVE ON MINNIGHTS= OR MORE NIGHTS IN THE WINDOW) - A
      * KEY SEEN TWICE HAS NO "NORMAL" TO SPIKE FROM. A DORMANT KEY IS
      * REPORTED AS DORMANT, NOT ALSO AS A SPIKE ON A STALE PROFILE.
      * AMOUNTS ARE COMPARED AS SENT (ABSOLUTE, IN THE PARTNER'S OWN
      * CURRENCY) - A PARTNER SENDS IN ONE CURRENCY, SO ITS HISTORY
      * AND TONIGHT ARE LIKE FOR LIKE.
      *
      * EVERY HIT IS A RECORD ON ANOMOUT (CPYANOM) AND A LINE ON THE
      * REPORT (ANOMRPT). A HIGH-SEVERITY HIT IS ALSO A RUN-LOG LINE
      * (AFTER A "CNTANOM RUN START" MARKER) THAT CNTEXCP RAISES AS
      * CNT0031W, SO THE FRAUD/RISK DESK HAS IT BEFORE THE POSTING
      * EXTRACT IS RELEASED DOWNSTREAM.
      *
      * CONTROL CARDS (ANOMCTL, OPTIONAL - A MISKEYED CARD LEAVES THE
      * DEFAULT AND IS COUNTED IN THE ECHO, SAME AS CNTPROC'S PARMS):
      *   WINDOW=NNN        PROFILE WINDOW, CALENDAR DAYS BEFORE THE
      *                     BUSINESS DATE, 001-366 (DEFAULT 060)
      *   MINNIGHTS=NN      NIGHTS ACTIVE IN THE WINDOW BEFORE A KEY
      *                     IS ESTABLISHED (DEFAULT 05)
      *   MEDPCT=NNNNN      TONIGHT AS A PERCENTAGE OF TYPICAL THAT IS
      *                     A MEDIUM HIT, OVER 100 (DEFAULT 00300)
      *   HIGHPCT=NNNNN     THE SAME FOR A HIGH HIT (DEFAULT 01000); A
      *                     VALUE BELOW MEDPCT IS RAISED TO IT AND THE
      *                     CARD COUNTED AS INVALID
      *   DORMDAYS=NNN      DAYS WITHOUT ACTIVITY THAT MAKE A KEY
      *                     DORMANT (DEFAULT 030)
      *   REGPCT=NNN        SHARE OF THE WINDOW'S RUN NIGHTS A KEY MUST
      *                     BE ACTIVE ON TO BE MISSED WHEN SILENT,
      *                     001-100 (DEFAULT 080)
      * THE PROCESSING DATE IS THE BUSINESS DATE ON THE CONTROL
      * RECORD (BDATECTL, CPYBDATE); NO RECORD FALLS BACK TO THE
      * SYSTEM DATE. WITH NO HISTORY BEFORE TONIGHT (THE FIRST NIGHTS
      * AFTER GO-LIVE) NOTHING IS SCREENED - EVERY KEY WOULD BE NEW.
      *
      * RETURN CODES: 0 = NO HIGH-SEVERITY HIT, 4 = AT LEAST ONE
      * HIGH-SEVERITY HIT, 12 = FILE OPEN FAILURE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEY-SUBTOTAL-FILE ASSIGN TO KEYSUBS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYSUBS-STATUS.

           SELECT POSTING-EXTRACT-FILE ASSIGN TO POSTEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTEXT-STATUS.

           SELECT MTD-PERIOD-FILE ASSIGN TO MTDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDIN-STATUS.

           SELECT MTD-ARCHIVE-FILE ASSIGN TO MTDARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MTDARCH-STATUS.

           SELECT KEY-PROFILE-FILE ASSIGN TO KEYPROF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-KEYPROF-STATUS.

           SELECT ANOMALY-FILE ASSIGN TO ANOMOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOMOUT-STATUS.

           SELECT CONTROL-CARD-FILE ASSIGN TO ANOMCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOMCTL-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

           SELECT ANOMALY-RPT-FILE ASSIGN TO ANOMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ANOMRPT-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  KEY-SUBTOTAL-FILE
           RECORDING MODE IS F.
       01  FD-KEY-SUBTOTAL-RECORD    PIC X(80).

       FD  POSTING-EXTRACT-FILE
           RECORDING MODE IS F.
       01  FD-POSTING-EXTRACT-REC    PIC X(100).

       FD  MTD-PERIOD-FILE
           RECORDING MODE IS F.
       01  FD-MTD-PERIOD-RECORD      PIC X(80).

       FD  MTD-ARCHIVE-FILE
           RECORDING MODE IS F.
       01  FD-MTD-ARCHIVE-RECORD     PIC X(80).

       FD  KEY-PROFILE-FILE
           RECORDING MODE IS F.
       01  FD-KEY-PROFILE-RECORD     PIC X(100).

       FD  ANOMALY-FILE
           RECORDING MODE IS F.
       01  FD-ANOMALY-RECORD         PIC X(150).

       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  RUN-LOG-FILE
           RECORDING MODE IS F.
       01  FD-RUN-LOG-RECORD         PIC X(80).

       FD  ANOMALY-RPT-FILE
           RECORDING MODE IS F.
       01  FD-ANOMALY-LINE           PIC X(132).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
           COPY CPYKEYS.

           COPY CPYAREA1.

           COPY CPYMTD.

           COPY CPYKPROF.

           COPY CPYANOM.

           COPY CPYBDATE.

       01  WS-FILE-STATUSES.
           05  WS-KEYSUBS-STATUS     PIC XX VALUE SPACES.
           05  WS-POSTEXT-STATUS     PIC XX VALUE SPACES.
           05  WS-MTDIN-STATUS       PIC XX VALUE SPACES.
           05  WS-MTDARCH-STATUS     PIC XX VALUE SPACES.
           05  WS-KEYPROF-STATUS     PIC XX VALUE SPACES.
           05  WS-ANOMOUT-STATUS     PIC XX VALUE SPACES.
           05  WS-ANOMCTL-STATUS     PIC XX VALUE SPACES.
           05  WS-RUNLOG-STATUS      PIC XX VALUE SPACES.
           05  WS-ANOMRPT-STATUS     PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-KEYSUBS-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-KEYSUBS-EOF        VALUE 'Y'.
       01  WS-POSTEXT-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-POSTEXT-EOF        VALUE 'Y'.
       01  WS-MTDIN-EOF-FLAG         PIC X VALUE 'N'.
           88  WS-MTDIN-EOF          VALUE 'Y'.
       01  WS-MTDARCH-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-MTDARCH-EOF        VALUE 'Y'.
       01  WS-ANOMCTL-EOF-FLAG       PIC X VALUE 'N'.
           88  WS-ANOMCTL-EOF        VALUE 'Y'.
       01  WS-ANOMCTL-OPEN-FLAG      PIC X VALUE 'N'.
           88  WS-ANOMCTL-OPEN       VALUE 'Y'.

       01  WS-RUN-DATE               PIC X(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-CONTROL-CARD           PIC X(80).

      *****************************************************************
      * RUN PARAMETERS - DEFAULTS HERE, OVERRIDDEN BY ANOMCTL CARDS
      * (LAYOUTS IN THE PROGRAM HEADER).
      *****************************************************************
       01  WS-WINDOW-DAYS            PIC 9(3) VALUE 60.
       01  WS-MIN-NIGHTS             PIC 9(2) VALUE 5.
       01  WS-MED-PCT                PIC 9(5) VALUE 300.
       01  WS-HIGH-PCT               PIC 9(5) VALUE 1000.
       01  WS-DORMANT-DAYS           PIC 9(3) VALUE 30.
       01  WS-REGULAR-PCT            PIC 9(3) VALUE 80.
       01  WS-BAD-CARD-COUNT         PIC 9(3) VALUE 0.

      *****************************************************************
      * DATE WORK - THE WINDOW IS EVERY DATE FROM WS-WINDOW-START UP TO
      * THE DAY BEFORE THE BUSINESS DATE, COMPARED AS INTEGER DAYS.
      *****************************************************************
       01  WS-TODAY-INTEGER          PIC 9(9) COMP VALUE 0.
       01  WS-WINDOW-INTEGER         PIC 9(9) COMP VALUE 0.
       01  WS-RECORD-INTEGER         PIC 9(9) COMP VALUE 0.
       01  WS-IDLE-DAYS              PIC 9(9) COMP VALUE 0.
       01  WS-RECORD-DATE-X          PIC X(8).
       01  WS-RECORD-DATE-9 REDEFINES WS-RECORD-DATE-X
                                     PIC 9(8).
       01  WS-WINDOW-START           PIC X(8) VALUE SPACES.
       01  WS-WINDOW-START-9 REDEFINES WS-WINDOW-START
                                     PIC 9(8).
       01  WS-PRIOR-DATE             PIC X(8) VALUE SPACES.

      *****************************************************************
      * WS-RUN-NIGHT-TABLE - THE DISTINCT RUN DATES SEEN IN THE WINDOW
      * (ANY KEY), SO A KEY'S NIGHTS ACTIVE CAN BE MEASURED AGAINST
      * THE NIGHTS THERE WERE RATHER THAN THE CALENDAR. WINDOW= IS
      * CAPPED AT 366, SO THE TABLE CANNOT FILL.
      *****************************************************************
       01  WS-RUN-NIGHT-TABLE-AREA.
           05  WS-RNT-CNT            PIC 9(3) COMP VALUE 0.
           05  WS-RNT-SUB            PIC 9(3) COMP VALUE 0.
           05  WS-RNT-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-RNT-FOUND      VALUE 'Y'.
           05  WS-RNT-DATE OCCURS 366 TIMES
                                     PIC X(8).

      *****************************************************************
      * WS-PROFILE-TABLE - ONE ENTRY PER KEY WITH HISTORY OR ACTIVE
      * TONIGHT, IN KEY ORDER (2310 SPLICES A NEW KEY IN AT ITS
      * ORDERED POSITION, SAME AS CNTPROC'S 1710) SO EVERY LOOKUP IS A
      * SEARCH ALL. THE WIN- FIELDS COVER THE WINDOW ONLY, THE ALL-
      * FIELDS EVERY NIGHT HELD, THE TON- FIELDS TONIGHT'S KEYSUBS.
      * WS-PRF-WIN-MAX-DETAIL IS THE LARGEST DETAIL REPORTED ON A
      * NIGHT THAT CARRIED THE FIGURE; WS-PRF-WIN-MAX-AVG THE LARGEST
      * NIGHTLY AVERAGE DETAIL, THE STAND-IN WHEN NO NIGHT DID. A KEY
      * THAT DOES NOT FIT IS LEFT UNSCREENED AND THE RUN-LOG SAYS SO
      * ONCE - THE SCREENING OF THE OTHER KEYS IS NOT AFFECTED.
      *****************************************************************
       01  WS-PROFILE-TABLE-AREA.
           05  WS-PRF-TBL-MAX        PIC 9(5) COMP VALUE 20000.
           05  WS-PRF-TBL-CNT        PIC 9(5) COMP VALUE 0.
           05  WS-PRF-SUB            PIC 9(5) COMP VALUE 0.
           05  WS-PRF-LO-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-PRF-HI-SUB         PIC 9(5) COMP VALUE 0.
           05  WS-PRF-TBL-FULL-FLAG  PIC X VALUE 'N'.
               88  WS-PRF-TBL-FULL   VALUE 'Y'.
           05  WS-PRF-FOUND-FLAG     PIC X VALUE 'N'.
               88  WS-PRF-FOUND      VALUE 'Y'.
           05  WS-PROFILE-ENTRY OCCURS 0 TO 20000 TIMES
                   DEPENDING ON WS-PRF-TBL-CNT
                   ASCENDING KEY IS WS-PRF-KEY
                   INDEXED BY WS-PRF-IDX.
               10  WS-PRF-KEY            PIC X(10).
               10  WS-PRF-LAST-ACTIVE    PIC X(8).
               10  WS-PRF-WIN-NIGHTS     PIC 9(5) COMP.
               10  WS-PRF-WIN-COUNT      PIC 9(11) COMP-3.
               10  WS-PRF-WIN-AMOUNT     PIC S9(15)V99 COMP-3.
               10  WS-PRF-WIN-MAX-DETAIL PIC S9(9)V99 COMP-3.
               10  WS-PRF-WIN-MAX-AVG    PIC S9(11)V99 COMP-3.
               10  WS-PRF-ALL-NIGHTS     PIC 9(7) COMP.
               10  WS-PRF-ALL-COUNT      PIC 9(11) COMP-3.
               10  WS-PRF-ALL-AMOUNT     PIC S9(15)V99 COMP-3.
               10  WS-PRF-TON-FLAG       PIC X(1).
                   88  WS-PRF-ACTIVE-TONIGHT VALUE 'Y'.
               10  WS-PRF-TON-COUNT      PIC 9(9) COMP.
               10  WS-PRF-TON-AMOUNT     PIC S9(13)V99 COMP-3.
               10  WS-PRF-STATUS         PIC X(1).
                   88  WS-PRF-ESTABLISHED    VALUE 'E'.
                   88  WS-PRF-THIN           VALUE 'T'.
                   88  WS-PRF-INACTIVE       VALUE 'I'.
                   88  WS-PRF-NO-HISTORY     VALUE 'N'.
       01  WS-NEW-KEY                PIC X(10).

      *****************************************************************
      * SCREENING WORK FIELDS.
      *****************************************************************
       01  WS-HIST-COUNT             PIC 9(9) VALUE 0.
       01  WS-HIST-AMOUNT            PIC S9(13)V99 VALUE 0.
       01  WS-HIST-MAX-DETAIL        PIC S9(9)V99 VALUE 0.
       01  WS-HIST-AVG-DETAIL        PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-TONIGHT-ABS            PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-DETAIL-ABS             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BASELINE-AMT           PIC S9(13)V99 COMP-3 VALUE 0.
       01  WS-RATIO-PCT              PIC 9(7) COMP-3 VALUE 0.
       01  WS-EXTRACT-SEQ            PIC 9(9) VALUE 0.
       01  WS-REGULAR-NIGHTS         PIC 9(7) COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-HIST-READ-CNT      PIC 9(9) VALUE 0.
           05  WS-HIST-USED-CNT      PIC 9(9) VALUE 0.
           05  WS-HIST-SKIP-CNT      PIC 9(9) VALUE 0.
           05  WS-KEYSUBS-READ-CNT   PIC 9(7) VALUE 0.
           05  WS-DETAILS-READ-CNT   PIC 9(9) VALUE 0.
           05  WS-PROFILE-WRITE-CNT  PIC 9(7) VALUE 0.
           05  WS-ESTABLISHED-CNT    PIC 9(7) VALUE 0.
           05  WS-UNSCREENED-CNT     PIC 9(7) VALUE 0.
           05  WS-ANOMALY-CNT        PIC 9(7) VALUE 0.
           05  WS-HIGH-CNT           PIC 9(7) VALUE 0.
           05  WS-MED-CNT            PIC 9(7) VALUE 0.
           05  WS-LOW-CNT            PIC 9(7) VALUE 0.
           05  WS-CS-CNT             PIC 9(7) VALUE 0.
           05  WS-AS-CNT             PIC 9(7) VALUE 0.
           05  WS-OD-CNT             PIC 9(7) VALUE 0.
           05  WS-DA-CNT             PIC 9(7) VALUE 0.
           05  WS-NK-CNT             PIC 9(7) VALUE 0.
           05  WS-GS-CNT             PIC 9(7) VALUE 0.

       01  WS-REPORT-LINE            PIC X(132) VALUE SPACES.
       01  WS-RUN-LOG-LINE           PIC X(80) VALUE SPACES.
       01  WS-RATIO-EDIT             PIC ZZZZZZ9.
       01  WS-NIGHTS-EDIT            PIC ZZZZ9.
       01  WS-NIGHTS-EDIT-2          PIC ZZZZ9.
       01  WS-RNT-CNT-DISPLAY        PIC 9(3).
       01  WS-PRF-CNT-DISPLAY        PIC 9(5).

       01  WS-COLUMN-HEADING-1.
           05  FILLER                PIC X(48) VALUE
               "KEY         TY  SEV   TONIGHT-CNT  TYPICAL-CNT  ".
           05  FILLER                PIC X(38) VALUE
               "   TONIGHT-AMOUNT     TYPICAL-AMOUNT  ".
           05  FILLER                PIC X(44) VALUE
               " RATIO%  NGHTS  LAST-ACT  NOTE".

       01  WS-ANOMALY-LINE.
           05  WS-ANL-KEY            PIC X(10).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-TYPE           PIC X(2).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-SEVERITY       PIC X(4).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-TONIGHT-CNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-TYPICAL-CNT    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-TONIGHT-AMT    PIC Z(12)9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-TYPICAL-AMT    PIC Z(12)9.99-.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-RATIO          PIC ZZZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-NIGHTS         PIC ZZZZ9.
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-LAST-ACTIVE    PIC X(8).
           05  FILLER                PIC X(2) VALUE SPACES.
           05  WS-ANL-NOTE           PIC X(18).

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BUILD-PROFILE
           PERFORM 3000-LOAD-TONIGHT
           IF WS-HIST-USED-CNT = 0
               MOVE "CNTANOM NO PROFILE HISTORY - NOTHING SCREENED"
                   TO WS-RUN-LOG-LINE
               WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
               MOVE WS-RUN-LOG-LINE TO WS-REPORT-LINE
               WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           ELSE
               WRITE FD-ANOMALY-LINE FROM WS-COLUMN-HEADING-1
               MOVE SPACES TO WS-REPORT-LINE
               WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
               PERFORM 4000-SCREEN-KEYS
               PERFORM 4500-SCREEN-EXTRACT
           END-IF
           PERFORM 8000-WRITE-PROFILE
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           PERFORM 1010-LOAD-BUSINESS-DATE
           PERFORM 1020-LOAD-CONTROL-CARDS
           MOVE WS-RUN-DATE TO WS-RECORD-DATE-X
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RECORD-DATE-9)
           COMPUTE WS-WINDOW-INTEGER =
               WS-TODAY-INTEGER - WS-WINDOW-DAYS
           COMPUTE WS-WINDOW-START-9 =
               FUNCTION DATE-OF-INTEGER (WS-WINDOW-INTEGER)
           OPEN INPUT KEY-SUBTOTAL-FILE
           OPEN INPUT POSTING-EXTRACT-FILE
           OPEN INPUT MTD-PERIOD-FILE
           OPEN INPUT MTD-ARCHIVE-FILE
           OPEN OUTPUT KEY-PROFILE-FILE
           OPEN OUTPUT ANOMALY-FILE
           OPEN OUTPUT RUN-LOG-FILE
           OPEN OUTPUT ANOMALY-RPT-FILE
           PERFORM 1050-CHECK-FILE-OPENS
      *    A FRESH RUN-START MARKER SCOPES THE NOTIFICATION STEP TO
      *    TONIGHT'S SCREENING LINES (SEE CNTEXCP'S 1200).
           MOVE SPACES TO WS-RUN-LOG-LINE
           STRING "CNTANOM RUN START " WS-CURRENT-DATE-TIME (1:14)
                   DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           PERFORM 1100-PRINT-REPORT-HEADING.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - TONIGHT IS THE BUSINESS DATE THE
      * COUNT JUST PROCESSED, WHATEVER TIME IT IS.
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
           IF WS-ANOMCTL-STATUS = "00"
               MOVE 'Y' TO WS-ANOMCTL-OPEN-FLAG
           ELSE
               MOVE 'Y' TO WS-ANOMCTL-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-ANOMCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD
                   AT END
                       MOVE 'Y' TO WS-ANOMCTL-EOF-FLAG
                   NOT AT END
                       PERFORM 1025-STORE-CONTROL-CARD
               END-READ
           END-PERFORM
           IF WS-ANOMCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF WS-HIGH-PCT < WS-MED-PCT
               MOVE WS-MED-PCT TO WS-HIGH-PCT
               ADD 1 TO WS-BAD-CARD-COUNT
           END-IF.

       1025-STORE-CONTROL-CARD.
           EVALUATE TRUE
               WHEN WS-CONTROL-CARD = SPACES
                   CONTINUE
               WHEN WS-CONTROL-CARD (1:7) = "WINDOW="
                   AND WS-CONTROL-CARD (8:3) IS NUMERIC
                   AND WS-CONTROL-CARD (8:3) NOT = "000"
                   AND WS-CONTROL-CARD (8:3) NOT > "366"
                   MOVE WS-CONTROL-CARD (8:3) TO WS-WINDOW-DAYS
               WHEN WS-CONTROL-CARD (1:10) = "MINNIGHTS="
                   AND WS-CONTROL-CARD (11:2) IS NUMERIC
                   AND WS-CONTROL-CARD (11:2) NOT = "00"
                   MOVE WS-CONTROL-CARD (11:2) TO WS-MIN-NIGHTS
               WHEN WS-CONTROL-CARD (1:7) = "MEDPCT="
                   AND WS-CONTROL-CARD (8:5) IS NUMERIC
                   AND WS-CONTROL-CARD (8:5) > "00100"
                   MOVE WS-CONTROL-CARD (8:5) TO WS-MED-PCT
               WHEN WS-CONTROL-CARD (1:8) = "HIGHPCT="
                   AND WS-CONTROL-CARD (9:5) IS NUMERIC
                   AND WS-CONTROL-CARD (9:5) > "00100"
                   MOVE WS-CONTROL-CARD (9:5) TO WS-HIGH-PCT
               WHEN WS-CONTROL-CARD (1:9) = "DORMDAYS="
                   AND WS-CONTROL-CARD (10:3) IS NUMERIC
                   AND WS-CONTROL-CARD (10:3) NOT = "000"
                   MOVE WS-CONTROL-CARD (10:3) TO WS-DORMANT-DAYS
               WHEN WS-CONTROL-CARD (1:7) = "REGPCT="
                   AND WS-CONTROL-CARD (8:3) IS NUMERIC
                   AND WS-CONTROL-CARD (8:3) NOT = "000"
                   AND WS-CONTROL-CARD (8:3) NOT > "100"
                   MOVE WS-CONTROL-CARD (8:3) TO WS-REGULAR-PCT
               WHEN OTHER
                   ADD 1 TO WS-BAD-CARD-COUNT
           END-EVALUATE.

      *****************************************************************
      * 1050-CHECK-FILE-OPENS - SAME DISCIPLINE AS CNTPROC. THE JOB
      * GUARANTEES THE MTD DATASETS BEFORE THIS STEP AND THE COUNT
      * LEFT KEYSUBS AND THE EXTRACT BEHIND IT, SO ALL MUST OPEN.
      *****************************************************************
       1050-CHECK-FILE-OPENS.
           IF WS-KEYSUBS-STATUS NOT = "00"
               OR WS-POSTEXT-STATUS NOT = "00"
               OR WS-MTDIN-STATUS NOT = "00"
               OR WS-MTDARCH-STATUS NOT = "00"
               OR WS-KEYPROF-STATUS NOT = "00"
               OR WS-ANOMOUT-STATUS NOT = "00"
               OR WS-RUNLOG-STATUS NOT = "00"
               OR WS-ANOMRPT-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF.

       1100-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTANOM PER-KEY ANOMALY SCREENING - BUSINESS DATE: "
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "WINDOW " WS-WINDOW-DAYS " DAYS FROM "
                   WS-WINDOW-START
                   "  MINNIGHTS " WS-MIN-NIGHTS
                   "  MEDPCT " WS-MED-PCT
                   "  HIGHPCT " WS-HIGH-PCT
                   "  DORMDAYS " WS-DORMANT-DAYS
                   "  REGPCT " WS-REGULAR-PCT
                   "  INVALID CARDS " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-RUN-LOG-LINE
           STRING "CNTANOM PARMS WIN=" WS-WINDOW-DAYS
                   " MIN=" WS-MIN-NIGHTS
                   " MED=" WS-MED-PCT
                   " HIGH=" WS-HIGH-PCT
                   " DORM=" WS-DORMANT-DAYS
                   " REG=" WS-REGULAR-PCT
                   " BAD CARDS " WS-BAD-CARD-COUNT
                   DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 2000-BUILD-PROFILE - ONE PASS OF THE ARCHIVE, THEN THE OPEN
      * PERIOD. A RECORD FOR TONIGHT OR LATER (A RERUN AFTER CNTMTD
      * HAS ALREADY ROLLED TONIGHT IN) IS NOT HISTORY AND IS SKIPPED,
      * AS IS ONE WITH A DATE, COUNT OR AMOUNT THAT IS NOT NUMERIC.
      *****************************************************************
       2000-BUILD-PROFILE.
           PERFORM UNTIL WS-MTDARCH-EOF
               READ MTD-ARCHIVE-FILE INTO WS-MTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-MTDARCH-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           PERFORM UNTIL WS-MTDIN-EOF
               READ MTD-PERIOD-FILE INTO WS-MTD-RECORD
                   AT END
                       MOVE 'Y' TO WS-MTDIN-EOF-FLAG
                   NOT AT END
                       PERFORM 2100-PROCESS-HISTORY-RECORD
               END-READ
           END-PERFORM
           MOVE WS-RNT-CNT TO WS-RNT-CNT-DISPLAY
           MOVE WS-PRF-TBL-CNT TO WS-PRF-CNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PROFILE HISTORY READ " WS-HIST-READ-CNT
                   "  USED " WS-HIST-USED-CNT
                   "  SKIPPED " WS-HIST-SKIP-CNT
                   "  KEYS " WS-PRF-CNT-DISPLAY
                   "  RUN NIGHTS IN WINDOW " WS-RNT-CNT-DISPLAY
                   "  LATEST " WS-PRIOR-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE.

       2100-PROCESS-HISTORY-RECORD.
           ADD 1 TO WS-HIST-READ-CNT
           IF WS-MTD-RUN-DATE NOT NUMERIC
               OR WS-MTD-RUN-DATE NOT < WS-RUN-DATE
               OR WS-MTD-COUNT NOT NUMERIC
               OR WS-MTD-AMOUNT NOT NUMERIC
               OR WS-MTD-KEY = SPACES
               ADD 1 TO WS-HIST-SKIP-CNT
           ELSE
               ADD 1 TO WS-HIST-USED-CNT
               MOVE WS-MTD-KEY TO WS-NEW-KEY
               PERFORM 2300-FIND-PROFILE-ENTRY
               IF WS-PRF-FOUND
                   PERFORM 2200-ADD-HISTORY-NIGHT
               END-IF
           END-IF.

      *****************************************************************
      * 2200-ADD-HISTORY-NIGHT - ONE NIGHT OF ONE KEY INTO ITS ENTRY.
      * NIGHTS INSIDE THE WINDOW ALSO FEED THE TYPICAL FIGURES AND THE
      * RUN-NIGHT TABLE.
      *****************************************************************
       2200-ADD-HISTORY-NIGHT.
           MOVE WS-MTD-COUNT TO WS-HIST-COUNT
           COMPUTE WS-HIST-AMOUNT = FUNCTION ABS (WS-MTD-AMOUNT)
           IF WS-MTD-MAX-DETAIL IS NUMERIC
               COMPUTE WS-HIST-MAX-DETAIL =
                   FUNCTION ABS (WS-MTD-MAX-DETAIL)
           ELSE
               MOVE 0 TO WS-HIST-MAX-DETAIL
           END-IF
           IF WS-HIST-COUNT > 0
               COMPUTE WS-HIST-AVG-DETAIL ROUNDED =
                   WS-HIST-AMOUNT / WS-HIST-COUNT
           ELSE
               MOVE 0 TO WS-HIST-AVG-DETAIL
           END-IF
           IF WS-MTD-RUN-DATE > WS-PRF-LAST-ACTIVE (WS-PRF-SUB)
               OR WS-PRF-LAST-ACTIVE (WS-PRF-SUB) = SPACES
               MOVE WS-MTD-RUN-DATE TO WS-PRF-LAST-ACTIVE (WS-PRF-SUB)
           END-IF
           IF WS-MTD-RUN-DATE > WS-PRIOR-DATE
               OR WS-PRIOR-DATE = SPACES
               MOVE WS-MTD-RUN-DATE TO WS-PRIOR-DATE
           END-IF
           ADD 1 TO WS-PRF-ALL-NIGHTS (WS-PRF-SUB)
           ADD WS-HIST-COUNT TO WS-PRF-ALL-COUNT (WS-PRF-SUB)
           ADD WS-HIST-AMOUNT TO WS-PRF-ALL-AMOUNT (WS-PRF-SUB)
           IF WS-MTD-RUN-DATE NOT < WS-WINDOW-START
               ADD 1 TO WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
               ADD WS-HIST-COUNT TO WS-PRF-WIN-COUNT (WS-PRF-SUB)
               ADD WS-HIST-AMOUNT TO WS-PRF-WIN-AMOUNT (WS-PRF-SUB)
               IF WS-HIST-MAX-DETAIL >
                       WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB)
                   MOVE WS-HIST-MAX-DETAIL
                       TO WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB)
               END-IF
               IF WS-HIST-AVG-DETAIL > WS-PRF-WIN-MAX-AVG (WS-PRF-SUB)
                   MOVE WS-HIST-AVG-DETAIL
                       TO WS-PRF-WIN-MAX-AVG (WS-PRF-SUB)
               END-IF
               PERFORM 2250-ADD-RUN-NIGHT
           END-IF.

       2250-ADD-RUN-NIGHT.
           MOVE 'N' TO WS-RNT-FOUND-FLAG
           MOVE 1 TO WS-RNT-SUB
           PERFORM UNTIL WS-RNT-FOUND OR WS-RNT-SUB > WS-RNT-CNT
               IF WS-RNT-DATE (WS-RNT-SUB) = WS-MTD-RUN-DATE
                   MOVE 'Y' TO WS-RNT-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-RNT-SUB
               END-IF
           END-PERFORM
           IF NOT WS-RNT-FOUND
               ADD 1 TO WS-RNT-CNT
               MOVE WS-MTD-RUN-DATE TO WS-RNT-DATE (WS-RNT-CNT)
           END-IF.

      *****************************************************************
      * 2300-FIND-PROFILE-ENTRY - LOOKS WS-NEW-KEY UP AND ADDS AN EMPTY
      * ENTRY WHEN IT IS NOT THERE. ON EXIT WS-PRF-SUB IS THE ENTRY;
      * WS-PRF-FOUND IS OFF ONLY WHEN THE TABLE IS FULL.
      *****************************************************************
       2300-FIND-PROFILE-ENTRY.
           MOVE 'N' TO WS-PRF-FOUND-FLAG
           IF WS-PRF-TBL-CNT > 0
               SEARCH ALL WS-PROFILE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRF-KEY (WS-PRF-IDX) = WS-NEW-KEY
                       MOVE 'Y' TO WS-PRF-FOUND-FLAG
                       SET WS-PRF-SUB TO WS-PRF-IDX
               END-SEARCH
           END-IF
           IF NOT WS-PRF-FOUND
               IF WS-PRF-TBL-CNT < WS-PRF-TBL-MAX
                   PERFORM 2310-INSERT-PROFILE-ENTRY
                   MOVE 'Y' TO WS-PRF-FOUND-FLAG
               ELSE
                   ADD 1 TO WS-UNSCREENED-CNT
                   IF NOT WS-PRF-TBL-FULL
                       MOVE 'Y' TO WS-PRF-TBL-FULL-FLAG
                       MOVE "CNTANOM KEY TABLE FULL - KEYS NOT SCREENED"
                           TO WS-RUN-LOG-LINE
                       WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 2310-INSERT-PROFILE-ENTRY - BINARY-SEARCHES FOR THE NEW KEY'S
      * INSERTION POINT (WS-PRF-LO-SUB ON EXIT), SHIFTS THE ENTRIES
      * FROM THERE DOWN BY ONE AND SPLICES AN EMPTY ENTRY IN, SO THE
      * ORDERING SEARCH ALL DEPENDS ON IS KEPT ON EVERY INSERT.
      *****************************************************************
       2310-INSERT-PROFILE-ENTRY.
           MOVE 1 TO WS-PRF-LO-SUB
           MOVE WS-PRF-TBL-CNT TO WS-PRF-HI-SUB
           PERFORM UNTIL WS-PRF-LO-SUB > WS-PRF-HI-SUB
               COMPUTE WS-PRF-SUB =
                   (WS-PRF-LO-SUB + WS-PRF-HI-SUB) / 2
               IF WS-PRF-KEY (WS-PRF-SUB) < WS-NEW-KEY
                   COMPUTE WS-PRF-LO-SUB = WS-PRF-SUB + 1
               ELSE
                   COMPUTE WS-PRF-HI-SUB = WS-PRF-SUB - 1
               END-IF
           END-PERFORM
           ADD 1 TO WS-PRF-TBL-CNT
           MOVE WS-PRF-TBL-CNT TO WS-PRF-SUB
           PERFORM UNTIL WS-PRF-SUB <= WS-PRF-LO-SUB
               COMPUTE WS-PRF-HI-SUB = WS-PRF-SUB - 1
               MOVE WS-PROFILE-ENTRY (WS-PRF-HI-SUB)
                   TO WS-PROFILE-ENTRY (WS-PRF-SUB)
               SUBTRACT 1 FROM WS-PRF-SUB
           END-PERFORM
           MOVE WS-PRF-LO-SUB TO WS-PRF-SUB
           MOVE WS-NEW-KEY TO WS-PRF-KEY (WS-PRF-SUB)
           MOVE SPACES TO WS-PRF-LAST-ACTIVE (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-WIN-COUNT (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-WIN-AMOUNT (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-WIN-MAX-AVG (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-ALL-NIGHTS (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-ALL-COUNT (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-ALL-AMOUNT (WS-PRF-SUB)
           MOVE 'N' TO WS-PRF-TON-FLAG (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-TON-COUNT (WS-PRF-SUB)
           MOVE 0 TO WS-PRF-TON-AMOUNT (WS-PRF-SUB)
           MOVE 'N' TO WS-PRF-STATUS (WS-PRF-SUB).

      *****************************************************************
      * 3000-LOAD-TONIGHT - TONIGHT'S KEYSUBS ONTO THE TABLE. A KEY
      * WITH NO HISTORY GETS AN ENTRY OF ITS OWN (IT IS A NEW KEY).
      *****************************************************************
       3000-LOAD-TONIGHT.
           PERFORM UNTIL WS-KEYSUBS-EOF
               READ KEY-SUBTOTAL-FILE INTO WS-KEY-SUBTOTAL-RECORD
                   AT END
                       MOVE 'Y' TO WS-KEYSUBS-EOF-FLAG
                   NOT AT END
                       PERFORM 3100-STORE-TONIGHT-KEY
               END-READ
           END-PERFORM.

       3100-STORE-TONIGHT-KEY.
           ADD 1 TO WS-KEYSUBS-READ-CNT
           IF WS-KSUB-KEY NOT = SPACES
               AND WS-KSUB-COUNT IS NUMERIC
               AND WS-KSUB-AMOUNT IS NUMERIC
               MOVE WS-KSUB-KEY TO WS-NEW-KEY
               PERFORM 2300-FIND-PROFILE-ENTRY
               IF WS-PRF-FOUND
                   MOVE 'Y' TO WS-PRF-TON-FLAG (WS-PRF-SUB)
                   ADD WS-KSUB-COUNT TO WS-PRF-TON-COUNT (WS-PRF-SUB)
                   ADD WS-KSUB-AMOUNT TO WS-PRF-TON-AMOUNT (WS-PRF-SUB)
               END-IF
           END-IF.

      *****************************************************************
      * 4000-SCREEN-KEYS - EVERY KEY ON THE TABLE, IN KEY ORDER. THE
      * STATUS IS SET FIRST (IT ALSO GOES ON THE PROFILE RECORD), THEN
      * A KEY ACTIVE TONIGHT IS CHECKED AS NEW, DORMANT OR FOR SPIKES,
      * AND A SILENT ONE FOR WHETHER IT SHOULD HAVE SENT.
      *****************************************************************
       4000-SCREEN-KEYS.
           MOVE 1 TO WS-PRF-SUB
           PERFORM UNTIL WS-PRF-SUB > WS-PRF-TBL-CNT
               PERFORM 4050-SET-PROFILE-STATUS
               IF WS-PRF-ACTIVE-TONIGHT (WS-PRF-SUB)
                   PERFORM 4100-SCREEN-ACTIVE-KEY
               ELSE
                   PERFORM 4400-SCREEN-SILENT-KEY
               END-IF
               ADD 1 TO WS-PRF-SUB
           END-PERFORM.

       4050-SET-PROFILE-STATUS.
           EVALUATE TRUE
               WHEN WS-PRF-ALL-NIGHTS (WS-PRF-SUB) = 0
                   MOVE 'N' TO WS-PRF-STATUS (WS-PRF-SUB)
               WHEN WS-PRF-WIN-NIGHTS (WS-PRF-SUB) = 0
                   MOVE 'I' TO WS-PRF-STATUS (WS-PRF-SUB)
               WHEN WS-PRF-WIN-NIGHTS (WS-PRF-SUB) < WS-MIN-NIGHTS
                   MOVE 'T' TO WS-PRF-STATUS (WS-PRF-SUB)
               WHEN OTHER
                   MOVE 'E' TO WS-PRF-STATUS (WS-PRF-SUB)
                   ADD 1 TO WS-ESTABLISHED-CNT
           END-EVALUATE.

       4100-SCREEN-ACTIVE-KEY.
           COMPUTE WS-TONIGHT-ABS =
               FUNCTION ABS (WS-PRF-TON-AMOUNT (WS-PRF-SUB))
           MOVE WS-PRF-LAST-ACTIVE (WS-PRF-SUB) TO WS-RECORD-DATE-X
           IF WS-PRF-NO-HISTORY (WS-PRF-SUB)
               MOVE 0 TO WS-RATIO-PCT
               PERFORM 5000-START-ANOMALY
               MOVE 'NK' TO WS-AN-TYPE
               MOVE 'LOW ' TO WS-AN-SEVERITY
               MOVE "NO HISTORY - FIRST NIGHT SEEN" TO WS-AN-TEXT
               PERFORM 5100-WRITE-ANOMALY
           ELSE
               COMPUTE WS-RECORD-INTEGER =
                   FUNCTION INTEGER-OF-DATE (WS-RECORD-DATE-9)
               COMPUTE WS-IDLE-DAYS =
                   WS-TODAY-INTEGER - WS-RECORD-INTEGER
               IF WS-IDLE-DAYS > WS-DORMANT-DAYS
                   PERFORM 4200-DORMANT-KEY-ACTIVE
               ELSE
                   IF WS-PRF-ESTABLISHED (WS-PRF-SUB)
                       PERFORM 4300-CHECK-COUNT-SPIKE
                       PERFORM 4350-CHECK-AMOUNT-SPIKE
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * 4200-DORMANT-KEY-ACTIVE - THE COMPARISON IS WITH THE KEY'S
      * AVERAGE NIGHT OVER ALL THE HISTORY HELD - ITS WINDOW FIGURES
      * ARE EMPTY OR STALE.
      *****************************************************************
       4200-DORMANT-KEY-ACTIVE.
           PERFORM 5000-START-ANOMALY
           MOVE 'DA' TO WS-AN-TYPE
           COMPUTE WS-AN-TYPICAL-CNT ROUNDED =
               WS-PRF-ALL-COUNT (WS-PRF-SUB) /
               WS-PRF-ALL-NIGHTS (WS-PRF-SUB)
           COMPUTE WS-AN-TYPICAL-AMT ROUNDED =
               WS-PRF-ALL-AMOUNT (WS-PRF-SUB) /
               WS-PRF-ALL-NIGHTS (WS-PRF-SUB)
           MOVE WS-AN-TYPICAL-AMT TO WS-BASELINE-AMT
           PERFORM 5200-COMPUTE-RATIO
           IF WS-RATIO-PCT NOT < WS-HIGH-PCT
               MOVE 'HIGH' TO WS-AN-SEVERITY
           ELSE
               MOVE 'MED ' TO WS-AN-SEVERITY
           END-IF
           MOVE WS-RATIO-PCT TO WS-RATIO-EDIT
           STRING "IDLE SINCE " WS-PRF-LAST-ACTIVE (WS-PRF-SUB)
                   " AMT " WS-RATIO-EDIT "%"
                   DELIMITED BY SIZE INTO WS-AN-TEXT
           PERFORM 5100-WRITE-ANOMALY.

      *****************************************************************
      * 4300-CHECK-COUNT-SPIKE / 4350-CHECK-AMOUNT-SPIKE - TONIGHT AS A
      * PERCENTAGE OF THE TYPICAL NIGHT IN THE WINDOW, WORKED FROM THE
      * WINDOW TOTALS SO THE ROUNDED TYPICAL FIGURE DOES NOT SKEW IT.
      *****************************************************************
       4300-CHECK-COUNT-SPIKE.
           IF WS-PRF-WIN-COUNT (WS-PRF-SUB) = 0
               MOVE 9999999 TO WS-RATIO-PCT
           ELSE
               COMPUTE WS-RATIO-PCT =
                   WS-PRF-TON-COUNT (WS-PRF-SUB) * 100
                   * WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
                   / WS-PRF-WIN-COUNT (WS-PRF-SUB)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RATIO-PCT
               END-COMPUTE
           END-IF
           IF WS-RATIO-PCT NOT < WS-MED-PCT
               PERFORM 5000-START-ANOMALY
               MOVE 'CS' TO WS-AN-TYPE
               PERFORM 5300-SET-SPIKE-SEVERITY
               STRING "COUNT " WS-RATIO-EDIT "% OF TYPICAL"
                       DELIMITED BY SIZE INTO WS-AN-TEXT
               PERFORM 5100-WRITE-ANOMALY
           END-IF.

       4350-CHECK-AMOUNT-SPIKE.
           IF WS-PRF-WIN-AMOUNT (WS-PRF-SUB) = 0
               MOVE 9999999 TO WS-RATIO-PCT
           ELSE
               COMPUTE WS-RATIO-PCT =
                   WS-TONIGHT-ABS * 100
                   * WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
                   / WS-PRF-WIN-AMOUNT (WS-PRF-SUB)
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RATIO-PCT
               END-COMPUTE
           END-IF
           IF WS-TONIGHT-ABS = 0
               MOVE 0 TO WS-RATIO-PCT
           END-IF
           IF WS-RATIO-PCT NOT < WS-MED-PCT
               PERFORM 5000-START-ANOMALY
               MOVE 'AS' TO WS-AN-TYPE
               PERFORM 5300-SET-SPIKE-SEVERITY
               STRING "AMOUNT " WS-RATIO-EDIT "% OF TYPICAL"
                       DELIMITED BY SIZE INTO WS-AN-TEXT
               PERFORM 5100-WRITE-ANOMALY
           END-IF.

      *****************************************************************
      * 4400-SCREEN-SILENT-KEY - A KEY NOT COUNTED TONIGHT IS MISSED
      * WHEN IT WAS ACTIVE ON AT LEAST REGPCT= OF THE WINDOW'S RUN
      * NIGHTS AND AT LEAST MINNIGHTS= OF THEM.
      *****************************************************************
       4400-SCREEN-SILENT-KEY.
           COMPUTE WS-REGULAR-NIGHTS =
               WS-PRF-WIN-NIGHTS (WS-PRF-SUB) * 100
           IF WS-PRF-ESTABLISHED (WS-PRF-SUB)
               AND WS-REGULAR-NIGHTS NOT <
                   WS-REGULAR-PCT * WS-RNT-CNT
               MOVE 0 TO WS-TONIGHT-ABS
               MOVE 0 TO WS-RATIO-PCT
               PERFORM 5000-START-ANOMALY
               MOVE 'GS' TO WS-AN-TYPE
               MOVE 'MED ' TO WS-AN-SEVERITY
               MOVE WS-PRF-WIN-NIGHTS (WS-PRF-SUB) TO WS-NIGHTS-EDIT
               MOVE WS-RNT-CNT TO WS-NIGHTS-EDIT-2
               STRING "NOT SEEN TONIGHT - " WS-NIGHTS-EDIT
                       " OF " WS-NIGHTS-EDIT-2 " NIGHTS"
                       DELIMITED BY SIZE INTO WS-AN-TEXT
               PERFORM 5100-WRITE-ANOMALY
           END-IF.

      *****************************************************************
      * 4500-SCREEN-EXTRACT - EVERY DETAIL RELEASED TO THE POSTING
      * EXTRACT AGAINST ITS KEY'S LARGEST NORMAL DETAIL. HEADERS,
      * TRAILERS AND REVERSALS ARE COUNTED FOR THE RECORD POSITION
      * ONLY - A REVERSAL BACKS OUT A DETAIL ALREADY SCREENED.
      *****************************************************************
       4500-SCREEN-EXTRACT.
           PERFORM UNTIL WS-POSTEXT-EOF
               READ POSTING-EXTRACT-FILE INTO WS-AREA-1
                   AT END
                       MOVE 'Y' TO WS-POSTEXT-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-EXTRACT-SEQ
                       IF WS-A1-TYPE-DETAIL
                           AND WS-A1-AMOUNT IS NUMERIC
                           PERFORM 4600-SCREEN-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.

       4600-SCREEN-ONE-DETAIL.
           ADD 1 TO WS-DETAILS-READ-CNT
           MOVE 'N' TO WS-PRF-FOUND-FLAG
           IF WS-PRF-TBL-CNT > 0
               SEARCH ALL WS-PROFILE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRF-KEY (WS-PRF-IDX) = WS-A1-KEY
                       MOVE 'Y' TO WS-PRF-FOUND-FLAG
                       SET WS-PRF-SUB TO WS-PRF-IDX
               END-SEARCH
           END-IF
           IF WS-PRF-FOUND
               IF WS-PRF-ESTABLISHED (WS-PRF-SUB)
                   PERFORM 4650-CHECK-OUTSIZED-DETAIL
               END-IF
           END-IF.

      *****************************************************************
      * 4650-CHECK-OUTSIZED-DETAIL - THE BASELINE IS THE LARGEST
      * DETAIL THE KEY SENT IN THE WINDOW, OR WHERE NO NIGHT CARRIED
      * THAT FIGURE THE LARGEST NIGHTLY AVERAGE DETAIL.
      *****************************************************************
       4650-CHECK-OUTSIZED-DETAIL.
           COMPUTE WS-DETAIL-ABS = FUNCTION ABS (WS-A1-AMOUNT)
           IF WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB) > 0
               MOVE WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB)
                   TO WS-BASELINE-AMT
           ELSE
               MOVE WS-PRF-WIN-MAX-AVG (WS-PRF-SUB) TO WS-BASELINE-AMT
           END-IF
           IF WS-BASELINE-AMT = 0
               MOVE 9999999 TO WS-RATIO-PCT
           ELSE
               COMPUTE WS-RATIO-PCT =
                   WS-DETAIL-ABS * 100 / WS-BASELINE-AMT
                   ON SIZE ERROR
                       MOVE 9999999 TO WS-RATIO-PCT
               END-COMPUTE
           END-IF
           IF WS-DETAIL-ABS = 0
               MOVE 0 TO WS-RATIO-PCT
           END-IF
           IF WS-RATIO-PCT NOT < WS-MED-PCT
               PERFORM 5000-START-ANOMALY
               MOVE 'OD' TO WS-AN-TYPE
               PERFORM 5300-SET-SPIKE-SEVERITY
               MOVE 1 TO WS-AN-TONIGHT-CNT
               MOVE WS-DETAIL-ABS TO WS-AN-TONIGHT-AMT
               MOVE WS-BASELINE-AMT TO WS-AN-TYPICAL-AMT
               MOVE WS-EXTRACT-SEQ TO WS-AN-EXTRACT-SEQ
               MOVE WS-A1-CURRENCY TO WS-AN-CURRENCY
               STRING "DETAIL " WS-RATIO-EDIT "% OF NORMAL MAX"
                       DELIMITED BY SIZE INTO WS-AN-TEXT
               PERFORM 5100-WRITE-ANOMALY
           END-IF.

      *****************************************************************
      * 5000-START-ANOMALY - A CLEAN ANOMALY RECORD CARRYING THE
      * CURRENT KEY'S PROFILE AND TONIGHT'S FIGURES; THE CALLER SETS
      * THE TYPE, SEVERITY AND TEXT AND ANY FIGURE IT OVERRIDES.
      *****************************************************************
       5000-START-ANOMALY.
           MOVE SPACES TO WS-ANOMALY-RECORD
           MOVE WS-RUN-DATE TO WS-AN-BUSINESS-DATE
           MOVE WS-PRF-KEY (WS-PRF-SUB) TO WS-AN-KEY
           MOVE WS-PRF-TON-COUNT (WS-PRF-SUB) TO WS-AN-TONIGHT-CNT
           MOVE WS-TONIGHT-ABS TO WS-AN-TONIGHT-AMT
           MOVE 0 TO WS-AN-TYPICAL-CNT
           MOVE 0 TO WS-AN-TYPICAL-AMT
           IF WS-PRF-WIN-NIGHTS (WS-PRF-SUB) > 0
               COMPUTE WS-AN-TYPICAL-CNT ROUNDED =
                   WS-PRF-WIN-COUNT (WS-PRF-SUB) /
                   WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
               COMPUTE WS-AN-TYPICAL-AMT ROUNDED =
                   WS-PRF-WIN-AMOUNT (WS-PRF-SUB) /
                   WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
           END-IF
           MOVE 0 TO WS-AN-RATIO-PCT
           MOVE WS-PRF-WIN-NIGHTS (WS-PRF-SUB) TO WS-AN-NIGHTS-ACTIVE
           MOVE WS-PRF-LAST-ACTIVE (WS-PRF-SUB) TO WS-AN-LAST-ACTIVE
           MOVE 0 TO WS-AN-EXTRACT-SEQ.

      *****************************************************************
      * 5100-WRITE-ANOMALY - THE HIT TO THE ANOMALY FILE AND THE
      * REPORT. A HIGH HIT ALSO GOES TO THE RUN-LOG, WHERE CNTEXCP
      * CLASSIFIES IT, AND RAISES THE RETURN CODE FOR THE JOB TO ROUTE
      * THE NOTIFICATION STEP ON.
      *****************************************************************
       5100-WRITE-ANOMALY.
           MOVE WS-RATIO-PCT TO WS-AN-RATIO-PCT
           WRITE FD-ANOMALY-RECORD FROM WS-ANOMALY-RECORD
           ADD 1 TO WS-ANOMALY-CNT
           EVALUATE TRUE
               WHEN WS-AN-SEV-HIGH
                   ADD 1 TO WS-HIGH-CNT
               WHEN WS-AN-SEV-MEDIUM
                   ADD 1 TO WS-MED-CNT
               WHEN OTHER
                   ADD 1 TO WS-LOW-CNT
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-AN-COUNT-SPIKE
                   ADD 1 TO WS-CS-CNT
               WHEN WS-AN-AMOUNT-SPIKE
                   ADD 1 TO WS-AS-CNT
               WHEN WS-AN-OUTSIZED-DETAIL
                   ADD 1 TO WS-OD-CNT
               WHEN WS-AN-DORMANT-ACTIVE
                   ADD 1 TO WS-DA-CNT
               WHEN WS-AN-NEW-KEY
                   ADD 1 TO WS-NK-CNT
               WHEN OTHER
                   ADD 1 TO WS-GS-CNT
           END-EVALUATE
           MOVE WS-AN-KEY TO WS-ANL-KEY
           MOVE WS-AN-TYPE TO WS-ANL-TYPE
           MOVE WS-AN-SEVERITY TO WS-ANL-SEVERITY
           MOVE WS-AN-TONIGHT-CNT TO WS-ANL-TONIGHT-CNT
           MOVE WS-AN-TYPICAL-CNT TO WS-ANL-TYPICAL-CNT
           MOVE WS-AN-TONIGHT-AMT TO WS-ANL-TONIGHT-AMT
           MOVE WS-AN-TYPICAL-AMT TO WS-ANL-TYPICAL-AMT
           MOVE WS-AN-RATIO-PCT TO WS-ANL-RATIO
           MOVE WS-AN-NIGHTS-ACTIVE TO WS-ANL-NIGHTS
           MOVE WS-AN-LAST-ACTIVE TO WS-ANL-LAST-ACTIVE
           MOVE SPACES TO WS-ANL-NOTE
           IF WS-AN-OUTSIZED-DETAIL
               STRING "EXTRACT " WS-AN-EXTRACT-SEQ
                       DELIMITED BY SIZE INTO WS-ANL-NOTE
           END-IF
           WRITE FD-ANOMALY-LINE FROM WS-ANOMALY-LINE
           IF WS-AN-SEV-HIGH
               MOVE SPACES TO WS-RUN-LOG-LINE
               STRING "CNTANOM HIGH-SEVERITY ANOMALY " WS-AN-TYPE
                       " KEY " WS-AN-KEY " " WS-AN-TEXT (1:32)
                       DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
               WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *****************************************************************
      * 5200-COMPUTE-RATIO - TONIGHT'S AMOUNT AS A PERCENTAGE OF
      * WS-BASELINE-AMT, HELD AT ITS MAXIMUM WHEN IT DOES NOT FIT OR
      * THERE IS NO BASELINE.
      *****************************************************************
       5200-COMPUTE-RATIO.
           IF WS-TONIGHT-ABS = 0
               MOVE 0 TO WS-RATIO-PCT
           ELSE
               IF WS-BASELINE-AMT = 0
                   MOVE 9999999 TO WS-RATIO-PCT
               ELSE
                   COMPUTE WS-RATIO-PCT =
                       WS-TONIGHT-ABS * 100 / WS-BASELINE-AMT
                       ON SIZE ERROR
                           MOVE 9999999 TO WS-RATIO-PCT
                   END-COMPUTE
               END-IF
           END-IF.

       5300-SET-SPIKE-SEVERITY.
           IF WS-RATIO-PCT NOT < WS-HIGH-PCT
               MOVE 'HIGH' TO WS-AN-SEVERITY
           ELSE
               MOVE 'MED ' TO WS-AN-SEVERITY
           END-IF
           MOVE WS-RATIO-PCT TO WS-RATIO-EDIT.

      *****************************************************************
      * 8000-WRITE-PROFILE - THE PROFILE EVERY KEY WITH HISTORY WAS
      * SCREENED AGAINST, IN KEY ORDER. A KEY SEEN ONLY TONIGHT HAS
      * NO PROFILE YET AND ON A NIGHT WITH NO HISTORY NOTHING IS
      * WRITTEN. THE STATUS IS WORKED OUT AGAIN HERE BECAUSE 4050 DOES
      * NOT RUN ON A NIGHT THAT WAS NOT SCREENED.
      *****************************************************************
       8000-WRITE-PROFILE.
           MOVE 1 TO WS-PRF-SUB
           PERFORM UNTIL WS-PRF-SUB > WS-PRF-TBL-CNT
               IF WS-PRF-ALL-NIGHTS (WS-PRF-SUB) > 0
                   PERFORM 8100-WRITE-PROFILE-RECORD
               END-IF
               ADD 1 TO WS-PRF-SUB
           END-PERFORM.

       8100-WRITE-PROFILE-RECORD.
           MOVE SPACES TO WS-KEY-PROFILE-RECORD
           MOVE WS-PRF-KEY (WS-PRF-SUB) TO WS-KP-KEY
           MOVE WS-RUN-DATE TO WS-KP-BUSINESS-DATE
           MOVE WS-WINDOW-START TO WS-KP-WINDOW-START
           MOVE WS-PRF-WIN-NIGHTS (WS-PRF-SUB) TO WS-KP-NIGHTS-ACTIVE
           MOVE WS-RNT-CNT TO WS-KP-WINDOW-NIGHTS
           MOVE 0 TO WS-KP-TYP-COUNT
           MOVE 0 TO WS-KP-TYP-AMOUNT
           IF WS-PRF-WIN-NIGHTS (WS-PRF-SUB) > 0
               COMPUTE WS-KP-TYP-COUNT ROUNDED =
                   WS-PRF-WIN-COUNT (WS-PRF-SUB) /
                   WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
               COMPUTE WS-KP-TYP-AMOUNT ROUNDED =
                   WS-PRF-WIN-AMOUNT (WS-PRF-SUB) /
                   WS-PRF-WIN-NIGHTS (WS-PRF-SUB)
           END-IF
           IF WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB) > 0
               MOVE WS-PRF-WIN-MAX-DETAIL (WS-PRF-SUB)
                   TO WS-KP-MAX-DETAIL
               MOVE 'D' TO WS-KP-MAX-DETAIL-SRC
           ELSE
               MOVE WS-PRF-WIN-MAX-AVG (WS-PRF-SUB) TO WS-KP-MAX-DETAIL
               MOVE 'A' TO WS-KP-MAX-DETAIL-SRC
           END-IF
           MOVE WS-PRF-LAST-ACTIVE (WS-PRF-SUB) TO WS-KP-LAST-ACTIVE
           EVALUATE TRUE
               WHEN WS-PRF-WIN-NIGHTS (WS-PRF-SUB) = 0
                   MOVE 'I' TO WS-KP-STATUS
               WHEN WS-PRF-WIN-NIGHTS (WS-PRF-SUB) < WS-MIN-NIGHTS
                   MOVE 'T' TO WS-KP-STATUS
               WHEN OTHER
                   MOVE 'E' TO WS-KP-STATUS
           END-EVALUATE
           WRITE FD-KEY-PROFILE-RECORD FROM WS-KEY-PROFILE-RECORD
           ADD 1 TO WS-PROFILE-WRITE-CNT.

      *****************************************************************
      * 9000-END-OF-JOB - THE SUMMARY TO THE REPORT AND A CLOSING LINE
      * TO THE RUN-LOG WHATEVER THE RESULT.
      *****************************************************************
       9000-END-OF-JOB.
           MOVE SPACES TO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "KEYS TONIGHT " WS-KEYSUBS-READ-CNT
                   "  ESTABLISHED KEYS " WS-ESTABLISHED-CNT
                   "  EXTRACT DETAILS " WS-DETAILS-READ-CNT
                   "  PROFILES WRITTEN " WS-PROFILE-WRITE-CNT
                   "  NOT SCREENED (TABLE FULL) " WS-UNSCREENED-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COUNT SPIKES " WS-CS-CNT
                   "  AMOUNT SPIKES " WS-AS-CNT
                   "  OUTSIZED DETAILS " WS-OD-CNT
                   "  DORMANT ACTIVE " WS-DA-CNT
                   "  NEW KEYS " WS-NK-CNT
                   "  GONE SILENT " WS-GS-CNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           MOVE SPACES TO WS-RUN-LOG-LINE
           STRING "CNTANOM SCREENING COMPLETE - HIGH " WS-HIGH-CNT
                   " MED " WS-MED-CNT " LOW " WS-LOW-CNT
                   DELIMITED BY SIZE INTO WS-RUN-LOG-LINE
           WRITE FD-RUN-LOG-RECORD FROM WS-RUN-LOG-LINE
           MOVE WS-RUN-LOG-LINE TO WS-REPORT-LINE
           WRITE FD-ANOMALY-LINE FROM WS-REPORT-LINE
           CLOSE KEY-SUBTOTAL-FILE
           CLOSE POSTING-EXTRACT-FILE
           CLOSE MTD-PERIOD-FILE
           CLOSE MTD-ARCHIVE-FILE
           CLOSE KEY-PROFILE-FILE
           CLOSE ANOMALY-FILE
           CLOSE RUN-LOG-FILE
           CLOSE ANOMALY-RPT-FILE.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - SAME SHAPE AS CNTPROC'S.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTANOM ABEND - FILE OPEN FAILURE, STATUSES: "
               WS-FILE-STATUSES
           MOVE 12 TO RETURN-CODE
           STOP RUN.
