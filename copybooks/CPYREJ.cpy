      * REPAIR-AND-RECYCLE PROGRAM, SO BOTH PROGRAMS AGREE ON THE
      * LAYOUT FROM ONE DEFINITION. WS-REJ-READ-CNT IS THE HANDLE AN
      * OPERATOR'S CORRECTION CARD USES TO NAME A SPECIFIC REJECT.
      * WS-REJ-REGION AND WS-REJ-FILE-DATE ARE THE REGION AND FILE
      * DATE OF THE HEADER THE REJECTED RECORD ARRIVED UNDER (SPACES
      * WHEN THERE WAS NONE - A LEGACY HEADER, A RECORD AHEAD OF THE
      * FIRST HEADER, OR A RECYCLE BATCH) - THE RAW IMAGE CARRIES THE
      * REGION ON HEADER RECORDS ONLY. RECORDS REJECTED BEFORE THE
      * RECORD GREW TO 200 BYTES (jcl/CNTMIGR2.jcl) HOLD SPACES THERE.
      * THE WS-REJ-PEND- FIELDS ARE CNTRCYC'S: A CORRECTION ABOVE THE
      * APPROVAL THRESHOLD THAT HAS NO CHECKER'S APPROVAL YET RIDES
      * HERE ON THE CARRIED-FORWARD REJECT (NEW KEY, AMOUNT FLAG, SIGN
      * AND AMOUNT, AND THE MAKER WHO KEYED IT) UNTIL AN APPROVE= CARD
      * FROM A DIFFERENT OPERATOR LETS IT BE APPLIED. CNTPROC WRITES
      * THEM AS SPACES.
      *****************************************************************
       01  WS-REJECT-RECORD.
           05  WS-REJ-AREA-1         PIC X(100).
           05  WS-REJ-REASON         PIC X(30).
           05  WS-REJ-READ-CNT       PIC 9(9).
           05  WS-REJ-TIMESTAMP      PIC X(21).
           05  WS-REJ-REGION         PIC X(4).
           05  WS-REJ-FILE-DATE      PIC X(8).
           05  WS-REJ-PENDING.
               10  WS-REJ-PEND-FLAG      PIC X(1).
                   88  WS-REJ-PEND-AWAITING  VALUE 'A'.
               10  WS-REJ-PEND-MAKER     PIC X(8).
               10  WS-REJ-PEND-NEW-KEY   PIC X(10).
               10  WS-REJ-PEND-AMT-FLAG  PIC X(1).
               10  WS-REJ-PEND-AMT-SIGN  PIC X(1).
               10  WS-REJ-PEND-NEW-AMT   PIC 9(11)V99 COMP-3.
