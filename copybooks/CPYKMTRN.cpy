      *****************************************************************
      * CPYKMTRN - SHARED RECORD LAYOUT FOR A KEY MASTER MAINTENANCE
      * TRANSACTION. THE FIRST 80 BYTES ARE THE CARD IMAGE PARTNER
      * ADMINISTRATION PUNCHES ON KMTRAN FOR CNTKMAIN; THE WHOLE
      * 100-BYTE RECORD IS ALSO THE LAYOUT OF THE PENDING-CHANGE FILE
      * (PROD.CNTPROC.KEYMASTER.PENDING), WHERE A CARD WHOSE APPLY
      * DATE IS STILL IN THE FUTURE WAITS, STAMPED WITH THE BUSINESS
      * DATE IT WAS QUEUED ON, UNTIL CNTKMAIN APPLIES IT ON THAT DATE.
      * CARD COLUMNS:
      *   1-9   ACTION: ADD, CHANGE, SUSPEND, CLOSE, REINSTATE
      *   11-20 PARTNER KEY
      *   22-29 APPLY DATE YYYYMMDD - BLANK = TODAY'S BUSINESS DATE
      *   31-60 PARTNER NAME (ADD: REQUIRED; CHANGE: BLANK = KEEP)
      *   62    STATUS A/S/C (ADD: BLANK = A; CHANGE: BLANK = KEEP)
      *   64-71 EFFECTIVE-FROM YYYYMMDD (ADD: BLANK = APPLY DATE;
      *         CHANGE: BLANK = KEEP)
      *   73-80 EFFECTIVE-TO YYYYMMDD, 00000000 = OPEN-ENDED (ADD:
      *         BLANK = OPEN-ENDED; CHANGE/CLOSE: BLANK = KEEP)
      *****************************************************************
       01  WS-KM-TRAN-RECORD.
           05  WS-KMT-CARD.
               10  WS-KMT-ACTION         PIC X(9).
                   88  WS-KMT-ADD        VALUE 'ADD'.
                   88  WS-KMT-CHANGE     VALUE 'CHANGE'.
                   88  WS-KMT-SUSPEND    VALUE 'SUSPEND'.
                   88  WS-KMT-CLOSE      VALUE 'CLOSE'.
                   88  WS-KMT-REINSTATE  VALUE 'REINSTATE'.
               10  FILLER                PIC X(1).
               10  WS-KMT-KEY            PIC X(10).
               10  FILLER                PIC X(1).
               10  WS-KMT-APPLY-DATE     PIC X(8).
               10  FILLER                PIC X(1).
               10  WS-KMT-PARTNER-NAME   PIC X(30).
               10  FILLER                PIC X(1).
               10  WS-KMT-STATUS         PIC X(1).
               10  FILLER                PIC X(1).
               10  WS-KMT-EFF-FROM       PIC X(8).
               10  WS-KMT-EFF-FROM-9 REDEFINES WS-KMT-EFF-FROM
                                         PIC 9(8).
               10  FILLER                PIC X(1).
               10  WS-KMT-EFF-TO         PIC X(8).
               10  WS-KMT-EFF-TO-9 REDEFINES WS-KMT-EFF-TO
                                         PIC 9(8).
           05  WS-KMT-QUEUED-DATE        PIC X(8).
           05  FILLER                    PIC X(12).
