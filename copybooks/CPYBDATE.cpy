      *****************************************************************
      * CPYBDATE - SHARED RECORD LAYOUT FOR THE BUSINESS-DATE CONTROL
      * DATASET (PROD.CNTPROC.BDATE). ONE RECORD, OPENED EACH MORNING
      * BY CNTBDATE, WHICH ADVANCES IT TO THE NEXT PROCESSING DAY ON
      * THE NON-PROCESSING CALENDAR (CPYBCAL). EVERY PROGRAM IN THE
      * SUITE TAKES ITS PROCESSING DATE FROM WS-BD-BUSINESS-DATE
      * INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT CROSSES MIDNIGHT OR
      * A RERUN THE NEXT MORNING STILL STAMPS RUN HISTORY, THE COUNTED
      * REGISTER, THE MTD DATASET AND THE ALERTS WITH THE DAY IT IS
      * PROCESSING.
      * THE JOB FLAGS RECORD WHICH JOBS HAVE COMPLETED FOR THE DATE;
      * EACH JOB SETS ITS OWN FLAG WHEN IT ENDS CLEAN, AND THE
      * DEPENDENCIES BETWEEN THEM ARE ENFORCED FROM HERE:
      *   CNTPROC  - ON A NORMAL END (RC 8 OR BELOW) SETS ITS FLAG AND
      *              CLOSES THE DATE; A SECOND CNTPROC AGAINST A
      *              CLOSED DATE IS STOPPED WITH RC=24 BEFORE ANYTHING
      *              IS READ. CNTMERGE CLOSES THE DATE ON A PARALLEL
      *              NIGHT.
      *   CNTPCONF - SETS ITS FLAG WHEN THE POSTING CONFIRMATION
      *              RECONCILES CLEAN (RC=0).
      *   CNTMTD   - 'Y' ONCE TONIGHT'S KEYSUBS IS ROLLED IN, 'C' ONCE
      *              THE PERIOD IS CLOSED. PERIOD=CLOSE IS REFUSED
      *              UNTIL CNTPCONF HAS RECONCILED THE DATE.
      *   CNTHKEEP - SETS ITS FLAG WHEN HOUSEKEEPING ENDS RC=0.
      * CNTBDATE WILL NOT OPEN THE NEXT DATE WHILE THE CURRENT ONE IS
      * STILL OPEN UNLESS FORCED BY CONTROL CARD.
      *****************************************************************
       01  WS-BUSINESS-DATE-RECORD.
           05  WS-BD-BUSINESS-DATE       PIC X(8).
           05  WS-BD-BUSINESS-DATE-9 REDEFINES WS-BD-BUSINESS-DATE
                                         PIC 9(8).
           05  WS-BD-PRIOR-DATE          PIC X(8).
           05  WS-BD-DATE-STATUS         PIC X(1).
               88  WS-BD-DATE-OPEN       VALUE 'O'.
               88  WS-BD-DATE-CLOSED     VALUE 'C'.
           05  WS-BD-OPENED-STAMP        PIC X(14).
           05  WS-BD-CLOSED-STAMP        PIC X(14).
           05  WS-BD-JOB-FLAGS.
               10  WS-BD-CNTPROC-FLAG    PIC X(1).
                   88  WS-BD-CNTPROC-DONE      VALUE 'Y'.
               10  WS-BD-CNTPCONF-FLAG   PIC X(1).
                   88  WS-BD-CNTPCONF-DONE     VALUE 'Y'.
               10  WS-BD-CNTMTD-FLAG     PIC X(1).
                   88  WS-BD-CNTMTD-DONE       VALUE 'Y' 'C'.
                   88  WS-BD-CNTMTD-CLOSED     VALUE 'C'.
               10  WS-BD-CNTHKEEP-FLAG   PIC X(1).
                   88  WS-BD-CNTHKEEP-DONE     VALUE 'Y'.
               10  FILLER                PIC X(12).
           05  FILLER                    PIC X(19).
