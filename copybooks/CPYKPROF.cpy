      *****************************************************************
      * CPYKPROF - SHARED RECORD LAYOUT FOR THE PER-KEY BEHAVIOURAL
      * PROFILE (PROD.CNTPROC.KEYPROF). REBUILT EVERY NIGHT BY CNTANOM
      * FROM THE PERIOD AND ARCHIVE MTD DATASETS (CPYMTD) - ONE RECORD
      * PER KEY WITH ANY HISTORY BEFORE THE BUSINESS DATE, IN KEY
      * ORDER. IT IS THE PROFILE TONIGHT'S KEYSUBS AND POSTING EXTRACT
      * WERE SCREENED AGAINST, KEPT SO THE FRAUD/RISK DESK CAN SEE WHAT
      * "NORMAL" WAS FOR A KEY THE ANOMALY FILE (CPYANOM) NAMES.
      * THE WINDOW IS THE WINDOW= CALENDAR DAYS BEFORE THE BUSINESS
      * DATE (WS-KP-WINDOW-START IS THE FIRST DATE IN IT):
      *   WS-KP-NIGHTS-ACTIVE  NIGHTS IN THE WINDOW THE KEY HAD COUNTED
      *                        DETAILS
      *   WS-KP-WINDOW-NIGHTS  NIGHTS IN THE WINDOW ANY KEY HAD COUNTED
      *                        DETAILS (THE RUNS THERE WERE)
      *   WS-KP-TYP-COUNT      TYPICAL NIGHTLY DETAIL COUNT AND
      *   WS-KP-TYP-AMOUNT     AMOUNT - THE AVERAGE OVER THE NIGHTS
      *                        ACTIVE. AMOUNTS ARE ABSOLUTE, IN THE
      *                        CURRENCY THE DETAILS WERE SENT IN.
      *   WS-KP-MAX-DETAIL     LARGEST NORMAL SINGLE DETAIL IN THE
      *                        WINDOW. SOURCE 'D' - THE LARGEST DETAIL
      *                        THE KEY ACTUALLY SENT; 'A' - NO NIGHT IN
      *                        THE WINDOW CARRIED THE DETAIL FIGURE, SO
      *                        THE LARGEST NIGHTLY AVERAGE DETAIL STANDS
      *                        IN FOR IT.
      *   WS-KP-LAST-ACTIVE    LAST NIGHT THE KEY HAD COUNTED DETAILS,
      *                        WINDOW OR NOT.
      *   WS-KP-STATUS         'E' ESTABLISHED - ACTIVE ON AT LEAST
      *                        MINNIGHTS= NIGHTS IN THE WINDOW, SO ITS
      *                        SPIKES ARE SCREENED; 'T' THIN - ACTIVE IN
      *                        THE WINDOW BUT TOO SELDOM TO SCREEN;
      *                        'I' INACTIVE - NO ACTIVITY IN THE WINDOW.
      *****************************************************************
       01  WS-KEY-PROFILE-RECORD.
           05  WS-KP-KEY                 PIC X(10).
           05  WS-KP-BUSINESS-DATE       PIC X(8).
           05  WS-KP-WINDOW-START        PIC X(8).
           05  WS-KP-NIGHTS-ACTIVE       PIC 9(5).
           05  WS-KP-WINDOW-NIGHTS       PIC 9(5).
           05  WS-KP-TYP-COUNT           PIC 9(9).
           05  WS-KP-TYP-AMOUNT          PIC S9(13)V99.
           05  WS-KP-MAX-DETAIL          PIC S9(9)V99.
           05  WS-KP-MAX-DETAIL-SRC      PIC X(1).
               88  WS-KP-MAX-FROM-DETAILS    VALUE 'D'.
               88  WS-KP-MAX-FROM-AVERAGES   VALUE 'A'.
           05  WS-KP-LAST-ACTIVE         PIC X(8).
           05  WS-KP-STATUS              PIC X(1).
               88  WS-KP-ESTABLISHED     VALUE 'E'.
               88  WS-KP-THIN            VALUE 'T'.
               88  WS-KP-INACTIVE        VALUE 'I'.
           05  FILLER                    PIC X(19).
