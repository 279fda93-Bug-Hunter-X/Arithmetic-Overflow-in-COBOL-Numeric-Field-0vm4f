      *****************************************************************
      * CPYFEES - SHARED RECORD LAYOUT FOR THE PARTNER FEE SCHEDULE
      * (PROD.CNTPROC.FEESCHED). ONE RECORD PER PARTNER KEY, KEPT BY
      * PARTNER BILLING AND READ BY CNTBILL AT PERIOD END. A KEY'S
      * MONTHLY CHARGE IS THE SUM OF EVERY COMPONENT IT CARRIES - A
      * ZERO COMPONENT IS SIMPLY NOT CHARGED:
      *   WS-FS-ITEM-FEE  FLAT FEE PER COUNTED DETAIL IN THE PERIOD;
      *   WS-FS-PCT-RATE  PERCENTAGE OF THE PERIOD AMOUNT (0.2500 IS A
      *                   QUARTER OF ONE PERCENT) - NOT CHARGED ON A
      *                   PERIOD THAT NETS TO ZERO OR BELOW;
      *   WS-FS-TIER      UP TO THREE GRADUATED VOLUME BANDS: ITEMS UP
      *                   TO AND INCLUDING WS-FS-TIER-UPTO ARE CHARGED
      *                   AT WS-FS-TIER-FEE EACH, THE NEXT BAND PICKS UP
      *                   FROM THERE. BOUNDS MUST ASCEND; A BOUND OF
      *                   ZERO ON A BAND WITH A FEE MEANS "AND ABOVE"
      *                   AND MUST BE THE LAST BAND USED. ITEMS BEYOND
      *                   THE LAST BAND'S BOUND CARRY NO TIER CHARGE;
      *                   A BAND WITH A BOUND AND NO FEE IS A FREE BAND;
      *   WS-FS-MIN-FEE   MONTHLY MINIMUM - WHEN THE COMPONENTS ABOVE
      *                   COME TO LESS, THE DIFFERENCE IS BILLED AS A
      *                   MINIMUM-FEE TOP-UP, AND AN ACTIVE PARTNER
      *                   WITH NO VOLUME AT ALL IS BILLED THE MINIMUM.
      * WS-FS-CURRENCY IS THE CURRENCY THE PARTNER SENDS IN (AND SO
      * THE CURRENCY ITS MTD AMOUNTS ARE IN) AND THE FEES ABOVE ARE
      * STATED IN; BLANK MEANS THE REPORTING (BASE) CURRENCY ON THE
      * RATE FILE (CPYRATE). CNTBILL CONVERTS EVERY CHARGE TO THE
      * REPORTING CURRENCY AT THE RATE ON FILE WHEN BILLING RUNS.
      *****************************************************************
       01  WS-FEE-SCHEDULE-RECORD.
           05  WS-FS-KEY                 PIC X(10).
           05  WS-FS-CURRENCY            PIC X(3).
           05  WS-FS-ITEM-FEE            PIC 9(3)V9(4).
           05  WS-FS-PCT-RATE            PIC 9(2)V9(4).
           05  WS-FS-MIN-FEE             PIC 9(7)V99.
           05  WS-FS-TIER OCCURS 3 TIMES.
               10  WS-FS-TIER-UPTO       PIC 9(9).
               10  WS-FS-TIER-FEE        PIC 9(3)V9(4).
           05  FILLER                    PIC X(17).
