      * WAS WRONG), RETURN SENDS IT BACK TO THE REGION (THE DETAILS
      * WERE WRONG), AND EVERYTHING ELSE CARRIES FORWARD AND AGES ON
      * THE SUSPENSE AGING REPORT. THE SB CONTROL FIELDS ARE PART OF
      * THE UNUSED AREA ON SD RECORDS AND VICE VERSA. WS-SUS-REGION
      * AND WS-SUS-FILE-DATE, ON BOTH RECORD TYPES, ARE THE REGION AND
      * FILE DATE OF THE HEADER THE BATCH ARRIVED UNDER (SPACES FOR A
      * LEGACY HEADER, AND ON BATCHES SUSPENDED BEFORE THE FIELDS
      * EXISTED). WS-SUS-PEND-ACTION AND WS-SUS-PEND-MAKER, ON THE SB
      * RECORD ONLY, HOLD A RELEASE ('R') OR RETURN ('T') THAT CNTSUSP
      * ACCEPTED FROM THE MAKER BUT COULD NOT APPLY WITHOUT A
      * CHECKER'S APPROVAL - THE BATCH CARRIES FORWARD AWAITING
      * APPROVAL UNTIL AN APPROVE= CARD FROM A DIFFERENT OPERATOR
      * ARRIVES (SPACES WHEN NOTHING IS PENDING).
      *****************************************************************
       01  WS-SUSPENSE-RECORD.
           05  WS-SUS-RECORD-TYPE        PIC X(2).
           05  WS-SUS-ACTUAL-CNT         PIC 9(9).
           05  WS-SUS-EXPECTED-AMT       PIC S9(13)V99.
           05  WS-SUS-ACTUAL-AMT         PIC S9(13)V99.
           05  WS-SUS-REGION             PIC X(4).
           05  WS-SUS-FILE-DATE          PIC X(8).
           05  WS-SUS-PEND-ACTION        PIC X(1).
               88  WS-SUS-PEND-RELEASE   VALUE 'R'.
               88  WS-SUS-PEND-RETURN    VALUE 'T'.
           05  WS-SUS-PEND-MAKER         PIC X(8).
           05  FILLER                    PIC X(16).
