      *****************************************************************
      * CPYARINV - SHARED RECORD LAYOUT FOR THE ACCOUNTS-RECEIVABLE
      * BILLING INTERFACE FILE WRITTEN BY CNTBILL. EVERY INVOICE IS
      * ONE HEADER ('IH') FOLLOWED BY ITS LINE ITEMS ('IL'), AND THE
      * FILE ENDS WITH ONE TRAILER ('IT') CARRYING THE INVOICE COUNT,
      * LINE COUNT AND TOTAL BILLED SO THE RECEIVING SYSTEM CAN PROVE
      * IT LOADED THE WHOLE FILE. THE INVOICE NUMBER IS THE BILLING
      * PERIOD (YYYYMM) AND A SIX-DIGIT SEQUENCE WITHIN THE RUN.
      * EVERY MONEY FIELD IS IN THE REPORTING CURRENCY NAMED ON THE
      * HEADER EXCEPT THE VOLUME FIELDS (WS-ARH-PERIOD-AMOUNT,
      * WS-ARL-BASIS-AMOUNT), WHICH ARE IN THE PARTNER'S OWN CURRENCY
      * (WS-ARH-VOLUME-CURRENCY, CONVERTED AT WS-ARH-RATE). ON A LINE,
      * WS-ARL-QUANTITY AND WS-ARL-UNIT-RATE ARE THE ITEM COUNT AND
      * PER-ITEM FEE OF AN ITEM OR TIER CHARGE; A PERCENTAGE LINE
      * CARRIES THE PERCENTAGE IN WS-ARL-UNIT-RATE.
      *****************************************************************
       01  WS-AR-INVOICE-RECORD.
           05  WS-AR-RECORD-TYPE         PIC X(2).
               88  WS-AR-HEADER          VALUE 'IH'.
               88  WS-AR-LINE            VALUE 'IL'.
               88  WS-AR-TRAILER         VALUE 'IT'.
           05  WS-AR-INVOICE-NO          PIC X(12).
           05  WS-AR-KEY                 PIC X(10).
           05  WS-AR-BODY                PIC X(126).
           05  WS-AR-HEADER-BODY REDEFINES WS-AR-BODY.
               10  WS-ARH-PARTNER-NAME   PIC X(30).
               10  WS-ARH-PERIOD         PIC X(6).
               10  WS-ARH-INVOICE-DATE   PIC X(8).
               10  WS-ARH-CURRENCY       PIC X(3).
               10  WS-ARH-INVOICE-AMOUNT PIC S9(11)V99.
               10  WS-ARH-LINE-COUNT     PIC 9(3).
               10  WS-ARH-VOLUME-CURRENCY PIC X(3).
               10  WS-ARH-RATE           PIC 9(3)V9(6).
               10  WS-ARH-PERIOD-COUNT   PIC 9(9).
               10  WS-ARH-PERIOD-AMOUNT  PIC S9(13)V99.
               10  FILLER                PIC X(27).
           05  WS-AR-LINE-BODY REDEFINES WS-AR-BODY.
               10  WS-ARL-LINE-NO        PIC 9(3).
               10  WS-ARL-CHARGE-TYPE    PIC X(8).
               10  WS-ARL-DESCRIPTION    PIC X(40).
               10  WS-ARL-QUANTITY       PIC 9(9).
               10  WS-ARL-BASIS-AMOUNT   PIC S9(13)V99.
               10  WS-ARL-UNIT-RATE      PIC 9(3)V9(4).
               10  WS-ARL-CHARGE-AMOUNT  PIC S9(11)V99.
               10  FILLER                PIC X(31).
           05  WS-AR-TRAILER-BODY REDEFINES WS-AR-BODY.
               10  WS-ART-INVOICE-COUNT  PIC 9(7).
               10  WS-ART-LINE-COUNT     PIC 9(9).
               10  WS-ART-TOTAL-AMOUNT   PIC S9(13)V99.
               10  FILLER                PIC X(95).
