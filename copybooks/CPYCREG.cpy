      *****************************************************************
      * CPYCREG - SHARED RECORD LAYOUT FOR THE COUNTED-DETAILS
      * REGISTER (PROD.CNTPROC.CNTREG). ONE RECORD PER COUNTED DETAIL
      * (KEY PLUS AMOUNT, WITH THE RUN DATE IT COUNTED ON). THIS IS
      * WHAT LETS A REVERSAL MATCH THE DETAIL IT BACKS OUT ACROSS
      * NIGHTS: THE NORMAL CORRECTION FLOW IS A REGION REVERSING A
      * DETAIL ON THE NEXT NIGHT'S FEED, LONG AFTER THE IN-CORE SEEN
      * TABLE OF THE RUN THAT COUNTED IT IS GONE. THE UNMATCHED-
      * REVERSALS FILE IS RESERVED FOR REVERSALS THAT MATCH NOTHING
      * WE EVER COUNTED.
      *
      * THE DATASET IS A VSAM KSDS KEYED ON WS-CRG-REG-KEY (BYTES
      * 1-29: KEY, AMOUNT, RUN DATE - THE SAME KEY AND AMOUNT CAN
      * COUNT ONCE PER NIGHT, SO THE RUN DATE MAKES THE KEY UNIQUE).
      * CNTPROC WRITES EACH DETAIL AS IT COUNTS IT, LOOKS A REVERSAL
      * UP WITH A KEYED START ON KEY+AMOUNT, AND CONSUMES THE MATCH IN
      * PLACE - WS-CRG-STATUS 'C' AND THE BUSINESS DATE IT WAS
      * CONSUMED ON - SO NOTHING IS LOADED IN CORE, NOTHING IS
      * REWRITTEN AT END OF JOB AND A RESTART SEES EVERY CONSUMPTION
      * THE FAILED RUN MADE. WS-CRG-READ-CNT IS THE INPUT POSITION OF
      * THE DETAIL THAT WROTE THE ENTRY, SO A SECOND DETAIL FOR THE
      * SAME KEY+AMOUNT ON THE SAME NIGHT IS TOLD APART FROM A RESTART
      * READING THE FIRST ONE AGAIN. WS-CRG-CONSUMER-READ-CNT IS THE
      * INPUT POSITION OF THE REVERSAL THAT CONSUMED THE ENTRY (ZERO
      * WHILE ACTIVE), SO A RESTART RE-READING THAT REVERSAL, OR A
      * QUARANTINE UN-APPLYING IT, FINDS ITS OWN ENTRY AND NEVER ONE
      * ANOTHER REVERSAL CONSUMED. A DETAIL QUARANTINED WITH ITS
      * BATCH IS DELETED AGAIN; A QUARANTINED REVERSAL PUTS ITS MATCH
      * BACK TO ACTIVE. CNTHKEEP'S RETENTION PRUNE ARCHIVES AND DELETES
      * RECORDS BY RUN DATE (ACTIVE) OR CONSUMED DATE (CONSUMED);
      * CNTTRACE AND CNTKMAIN READ THE REGISTER BY KEY. CNTCREGC IS
      * THE ONE-TIME CONVERSION OF THE OLD SEQUENTIAL DATASET, WHOSE
      * BLANK STATUS BYTE LOADS AS ACTIVE.
      *****************************************************************
       01  WS-COUNTED-REG-RECORD.
           05  WS-CRG-REG-KEY.
               10  WS-CRG-KEY            PIC X(10).
               10  WS-CRG-AMOUNT         PIC S9(9)V99.
               10  WS-CRG-RUN-DATE       PIC X(8).
           05  WS-CRG-STATUS             PIC X(1).
               88  WS-CRG-ACTIVE         VALUE SPACE.
               88  WS-CRG-CONSUMED       VALUE 'C'.
           05  WS-CRG-CONSUMED-DATE      PIC X(8).
           05  WS-CRG-READ-CNT           PIC 9(9).
           05  WS-CRG-CONSUMER-READ-CNT  PIC 9(9).
           05  FILLER                    PIC X(24).
