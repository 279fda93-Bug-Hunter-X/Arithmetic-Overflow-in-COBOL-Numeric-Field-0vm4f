      *****************************************************************
      * CPYOPJNL - SHARED RECORD LAYOUT FOR THE OPERATOR-ACTION
      * JOURNAL (PROD.CNTPROC.OPJOURNAL). CNTSUSP APPENDS ONE RECORD
      * FOR EVERY RELEASE= OR RETURN= CARD IT ACTS ON AND CNTRCYC ONE
      * FOR EVERY CORRECTION CARD - WHO KEYED IT (THE MAKER), WHO
      * APPROVED IT (THE CHECKER, SPACES WHEN THE AMOUNT WAS WITHIN
      * THE APPROVAL THRESHOLD OR NO APPROVAL HAS ARRIVED YET), THE
      * BATCH OR REJECT IT NAMED, THE AMOUNTS INVOLVED, WHEN, AND
      * WHAT BECAME OF IT. KEPT PERMANENTLY AND SCANNED BY CNTTRACE.
      *   WS-OPJ-OUTCOME 'A' APPLIED - THE ACTION WAS CARRIED OUT THIS
      *                      RUN; WS-OPJ-DISPOSITION SAYS HOW
      *                      (RELEASED, RETURNED, RECYCLED OR
      *                      DEAD-LETTER).
      *                  'P' PENDING - ABOVE THE THRESHOLD WITH NO
      *                      APPROVAL FROM A DIFFERENT OPERATOR; THE
      *                      BATCH OR REJECT CARRIED FORWARD AWAITING
      *                      APPROVAL. A LATER RUN THAT APPLIES IT
      *                      WRITES A FURTHER 'A' RECORD.
      * WS-OPJ-HANDLE IS THE CARD'S OWN HANDLE: BATCH NUMBER AND
      * SUSPEND DATE FOR CNTSUSP, READ COUNT AND REJECT DATE FOR
      * CNTRCYC. FOR A SUSPENDED BATCH WS-OPJ-PRIOR-AMT IS THE
      * TRAILER'S EXPECTED AMOUNT AND WS-OPJ-AMOUNT THE ACTUAL HELD
      * AMOUNT; FOR A REPAIR THEY ARE THE AMOUNT BEFORE AND AFTER THE
      * CORRECTION (PRIOR IS ZERO WHEN THE REJECTED AMOUNT WAS NOT
      * NUMERIC), AND WS-OPJ-KEY / WS-OPJ-NEW-KEY THE KEY BEFORE AND
      * AFTER.
      *****************************************************************
       01  WS-OP-JOURNAL-RECORD.
           05  WS-OPJ-TIMESTAMP          PIC X(21).
           05  WS-OPJ-PROGRAM            PIC X(8).
           05  WS-OPJ-ACTION             PIC X(8).
               88  WS-OPJ-RELEASE        VALUE 'RELEASE'.
               88  WS-OPJ-RETURN         VALUE 'RETURN'.
               88  WS-OPJ-REPAIR         VALUE 'REPAIR'.
           05  WS-OPJ-OUTCOME            PIC X(1).
               88  WS-OPJ-APPLIED        VALUE 'A'.
               88  WS-OPJ-PENDING        VALUE 'P'.
           05  WS-OPJ-MAKER              PIC X(8).
           05  WS-OPJ-CHECKER            PIC X(8).
           05  WS-OPJ-HANDLE             PIC X(20).
           05  WS-OPJ-BATCH-HANDLE REDEFINES WS-OPJ-HANDLE.
               10  WS-OPJ-BATCH-NO       PIC 9(5).
               10  WS-OPJ-SUSP-DATE      PIC X(8).
               10  FILLER                PIC X(7).
           05  WS-OPJ-REJECT-HANDLE REDEFINES WS-OPJ-HANDLE.
               10  WS-OPJ-READ-CNT       PIC 9(9).
               10  WS-OPJ-REJ-DATE       PIC X(8).
               10  FILLER                PIC X(3).
           05  WS-OPJ-REGION             PIC X(4).
           05  WS-OPJ-FILE-DATE          PIC X(8).
           05  WS-OPJ-KEY                PIC X(10).
           05  WS-OPJ-NEW-KEY            PIC X(10).
           05  WS-OPJ-RECORD-CNT         PIC 9(9).
           05  WS-OPJ-PRIOR-AMT          PIC S9(13)V99.
           05  WS-OPJ-AMOUNT             PIC S9(13)V99.
           05  WS-OPJ-THRESHOLD          PIC 9(11)V99.
           05  WS-OPJ-DISPOSITION        PIC X(12).
           05  FILLER                    PIC X(30).
