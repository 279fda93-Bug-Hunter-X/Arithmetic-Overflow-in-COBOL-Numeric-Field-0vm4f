      * AND A TIMESTAMP, SO AN OPERATOR CAN PUT THE TWO SIDE BY SIDE
      * IN THE RAW INPUT. READ BY CNTTRACE, THE TRANSACTION RESEARCH
      * UTILITY, SO BOTH PROGRAMS AGREE ON THE LAYOUT FROM ONE
      * DEFINITION. WS-DUP-REGION AND WS-DUP-FILE-DATE ARE THE REGION
      * AND FILE DATE OF THE HEADER THE DUPLICATE ARRIVED UNDER
      * (SPACES WHEN THERE WAS NONE, AND ON RECORDS WRITTEN BEFORE
      * THE FIELDS EXISTED).
      *****************************************************************
       01  WS-DUPLICATE-RECORD.
           05  WS-DUP-AREA-1         PIC X(100).
           05  WS-DUP-FIRST-READ-CNT PIC 9(9).
           05  WS-DUP-READ-CNT       PIC 9(9).
           05  WS-DUP-TIMESTAMP      PIC X(21).
           05  WS-DUP-REGION         PIC X(4).
           05  WS-DUP-FILE-DATE      PIC X(8).
           05  FILLER                PIC X(9).
