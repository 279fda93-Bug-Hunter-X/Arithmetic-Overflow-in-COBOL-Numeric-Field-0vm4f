      *****************************************************************
      * CPYBCAL - SHARED RECORD LAYOUT FOR THE NON-PROCESSING CALENDAR
      * (PROD.CNTPROC.BDATECAL), MAINTAINED BY OPERATIONS. CNTBDATE
      * SKIPS EVERY DATE THIS FILE MARKS WHEN IT ADVANCES THE BUSINESS
      * DATE. TWO KINDS OF ENTRY:
      *   TYPE 'H' - ONE NAMED NON-PROCESSING DATE (A BANK HOLIDAY)
      *              IN WS-CAL-DATE;
      *   TYPE 'W' - A WEEKDAY THAT NEVER PROCESSES, IN WS-CAL-WEEKDAY
      *              (1 = MONDAY ... 7 = SUNDAY).
      * A SITE WITH NO WEEKEND PROCESSING CARRIES TWO 'W' ENTRIES, 6
      * AND 7; AN EMPTY CALENDAR MAKES EVERY DAY A PROCESSING DAY.
      *****************************************************************
       01  WS-CALENDAR-RECORD.
           05  WS-CAL-TYPE               PIC X(1).
               88  WS-CAL-HOLIDAY        VALUE 'H'.
               88  WS-CAL-WEEKDAY-RULE   VALUE 'W'.
           05  FILLER                    PIC X(1).
           05  WS-CAL-DATE               PIC X(8).
           05  FILLER                    PIC X(1).
           05  WS-CAL-WEEKDAY            PIC X(1).
           05  FILLER                    PIC X(1).
           05  WS-CAL-DESC               PIC X(30).
           05  FILLER                    PIC X(37).
