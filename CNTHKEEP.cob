      *     FILE AND KEEPS THE LAST). EVERYTHING BEFORE IT ARCHIVES.
      *   EXCEPTION / AUDIT LOG - RECORDS WHOSE TIMESTAMP IS OLDER
      *     THAN THE RETENTION PERIOD ARCHIVE; THE REST STAY LIVE.
      *   COUNTED-DETAILS REGISTER - SAME DATE RULE, ON THE RUN DATE
      *     AN ACTIVE ENTRY COUNTED ON OR THE DATE A CONSUMED ENTRY
      *     WAS CONSUMED (CPYCREG). THE REGISTER IS A KSDS, SO IT IS
      *     PRUNED IN PLACE - SEE 3250.
      *   RUN-LOG / CATEGORY TOTALS - NO TIMESTAMP ON THE RECORD, SO
      *     RETENTION IS BY COUNT: THE LAST KEEPLOG= / KEEPTOT=
      *     RECORDS STAY LIVE, EVERYTHING EARLIER ARCHIVES.
      * APART FROM THE REGISTER, THIS PROGRAM NEVER TOUCHES THE LIVE
      * DATASETS - IT ONLY READS THEM AND WRITES THE .ARCHIVE AND
      * .PRUNED SIDES. THE JOB'S PROMOTE STEPS COPY EACH .PRUNED OVER
      * ITS LIVE DATASET ONLY AFTER THIS
      * STEP ENDS RC=0, SO A HOUSEKEEPING FAILURE LEAVES EVERY LIVE
      * DATASET - THE CHECKPOINT ABOVE ALL - EXACTLY AS IT FOUND IT.
      * THE REGISTER PRUNE RUNS LAST FOR THE SAME REASON: EVERY OTHER
      * FILE HAS OPENED CLEAN BEFORE THE FIRST REGISTER RECORD IS
      * DELETED.
      *
      * CONTROL CARDS ON HKPCTL (ALL OPTIONAL):
      *   RETDAYS=NNN    RETENTION DAYS FOR TIMESTAMPED RECORDS (30)
      *   KEEPLOG=NNNNN  RUN-LOG RECORDS TO KEEP LIVE (500)
      *   KEEPTOT=NNNNN  CATEGORY-TOTALS RECORDS TO KEEP LIVE (60)
      *
      * RETENTION IS COUNTED BACK FROM THE BUSINESS DATE ON THE
      * CONTROL RECORD (BDATECTL, CPYBDATE), NOT THE SYSTEM CLOCK, SO
      * A RUN THAT SLIPS PAST MIDNIGHT KEEPS THE SAME WINDOW; NO
      * CONTROL RECORD FALLS BACK TO THE SYSTEM DATE. A NORMAL END
      * MARKS CNTHKEEP DONE ON THE RECORD.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CATARCH-STATUS.

           SELECT COUNTED-REG-FILE ASSIGN TO CREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FD-CREG-REG-KEY
               FILE STATUS IS WS-CREG-STATUS.
           SELECT COUNTED-REG-ARCH-FILE ASSIGN TO CREGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CREGARCH-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HKPCTL-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO BDATECTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDATECTL-STATUS.

           SELECT MANIFEST-FILE ASSIGN TO HKPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HKPRPT-STATUS.
           RECORDING MODE IS F.
       01  FD-CAT-ARCH-RECORD        PIC X(200).

       FD  COUNTED-REG-FILE.
       01  FD-CREG-RECORD.
           05  FD-CREG-REG-KEY       PIC X(29).
           05  FILLER                PIC X(51).
       FD  COUNTED-REG-ARCH-FILE
           RECORDING MODE IS F.
       01  FD-CREG-ARCH-RECORD       PIC X(80).
           RECORDING MODE IS F.
       01  FD-CONTROL-CARD           PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  FD-BUSINESS-DATE-RECORD   PIC X(80).

       FD  MANIFEST-FILE
           RECORDING MODE IS F.
       01  FD-MANIFEST-LINE          PIC X(132).
           05  WS-CATIN-STATUS       PIC XX VALUE SPACES.
           05  WS-CATNEW-STATUS      PIC XX VALUE SPACES.
           05  WS-CATARCH-STATUS     PIC XX VALUE SPACES.
           05  WS-CREG-STATUS        PIC XX VALUE SPACES.
           05  WS-CREGARCH-STATUS    PIC XX VALUE SPACES.
           05  WS-HKPCTL-STATUS      PIC XX VALUE SPACES.
           05  WS-HKPRPT-STATUS      PIC XX VALUE SPACES.
           05  WS-BDATECTL-STATUS    PIC XX VALUE SPACES.

       01  WS-EOF-FLAG               PIC X VALUE 'N'.
           88  WS-FILE-EOF           VALUE 'Y'.
       01  WS-RECORD-DATE-9 REDEFINES WS-RECORD-DATE-X
                                     PIC 9(8).
       01  WS-CURRENT-DATE-TIME      PIC X(21).
       01  WS-RUN-DATE               PIC X(8).

           COPY CPYBDATE.

           COPY CPYCREG.

       01  WS-WORK-RECORD            PIC X(200).
       01  WS-TOTAL-COUNT            PIC 9(9) VALUE 0.
           PERFORM 1000-INITIALIZE
           PERFORM 3100-PRUNE-CHECKPOINT
           PERFORM 3200-PRUNE-EXCEPTIONS
           PERFORM 3300-PRUNE-RUN-LOG
           PERFORM 3400-PRUNE-AUDIT-LOG
           PERFORM 3500-PRUNE-CATTOTS
           PERFORM 3250-PRUNE-COUNTED-REG
           PERFORM 9000-END-OF-JOB
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM 1010-LOAD-BUSINESS-DATE
           MOVE WS-RUN-DATE TO WS-RECORD-DATE-X
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-RECORD-DATE-9)
           OPEN INPUT CONTROL-CARD-FILE
               WS-TODAY-INTEGER - WS-RETENTION-DAYS
           MOVE SPACES TO WS-REPORT-LINE
           STRING "CNTHKEEP HOUSEKEEPING MANIFEST - RUN DATE: "
                   WS-RUN-DATE
                   "  RETDAYS " WS-RETENTION-DAYS
                   "  KEEPLOG " WS-KEEP-RUNLOG
                   "  KEEPTOT " WS-KEEP-CATTOTS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           WRITE FD-MANIFEST-LINE FROM WS-REPORT-LINE.

      *****************************************************************
      * 1010-LOAD-BUSINESS-DATE - RETENTION RUNS FROM THE BUSINESS
      * DATE; WITH NO CONTROL RECORD THE SYSTEM DATE STANDS IN.
      *****************************************************************
       1010-LOAD-BUSINESS-DATE.
           MOVE WS-CURRENT-DATE-TIME (1:8) TO WS-RUN-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE IS NUMERIC
                           MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1100-LOAD-CONTROL-CARDS.
           PERFORM UNTIL WS-HKPCTL-EOF
               READ CONTROL-CARD-FILE INTO WS-CONTROL-CARD

      *****************************************************************
      * 3250-PRUNE-COUNTED-REG - THE COUNTED-DETAILS REGISTER
      * (CPYCREG) GROWS BY EVERY COUNTED DETAIL, SO IT AGES BY THE
      * SAME DATE RULE AS THE EXCEPTION FILE: AN ACTIVE ENTRY WHOSE
      * RUN DATE IS OLDER THAN THE RETENTION CUTOFF ARCHIVES, AND SO
      * DOES A CONSUMED ENTRY WHOSE CONSUMED DATE IS - CONSUMED
      * ENTRIES STAY ON THE REGISTER A RETENTION PERIOD SO A
      * RESTARTED CNTPROC AND CNTTRACE CAN STILL SEE THEM. AN
      * ARCHIVED ACTIVE ENTRY CAN NO LONGER MATCH A LATE REVERSAL -
      * IT WOULD LAND ON THE UNMATCHED-REVERSALS FILE INSTEAD - WHICH
      * IS THE RIGHT OUTCOME FOR A REVERSAL ARRIVING AFTER THE
      * RETENTION WINDOW. THE REGISTER IS A KSDS UPDATED IN PLACE BY
      * CNTPROC, SO THERE IS NO .PRUNED COPY TO PROMOTE: EACH AGED
      * RECORD IS WRITTEN TO THE ARCHIVE FIRST AND THEN DELETED FROM
      * THE CLUSTER, SO A FAILURE PART WAY LEAVES AT WORST A RECORD
      * ON BOTH - NEVER ON NEITHER.
      *****************************************************************
       3250-PRUNE-COUNTED-REG.
           OPEN I-O COUNTED-REG-FILE
           OPEN OUTPUT COUNTED-REG-ARCH-FILE
           IF WS-CREG-STATUS NOT = "00"
               OR WS-CREGARCH-STATUS NOT = "00"
               PERFORM 9800-ABEND-FILE-OPEN-ERROR
           END-IF
           MOVE 0 TO WS-ARCHIVED-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-FILE-EOF
               READ COUNTED-REG-FILE NEXT RECORD
                       INTO WS-COUNTED-REG-RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       IF WS-CRG-CONSUMED
                           MOVE WS-CRG-CONSUMED-DATE
                               TO WS-RECORD-DATE-X
                       ELSE
                           MOVE WS-CRG-RUN-DATE TO WS-RECORD-DATE-X
                       END-IF
                       PERFORM 8100-DATE-TO-INTEGER
                       IF WS-RECORD-INTEGER > 0
                           AND WS-RECORD-INTEGER < WS-CUTOFF-INTEGER
                           ADD 1 TO WS-ARCHIVED-COUNT
                           WRITE FD-CREG-ARCH-RECORD
                               FROM WS-COUNTED-REG-RECORD
                           DELETE COUNTED-REG-FILE RECORD
                       ELSE
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COUNTED-REG-FILE
           CLOSE COUNTED-REG-ARCH-FILE
           MOVE "COUNTED-REG" TO WS-MF-DATASET
           PERFORM 8000-WRITE-MANIFEST-LINE.
           CLOSE MANIFEST-FILE
           IF WS-HKPCTL-OPEN
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF RETURN-CODE = 0
               PERFORM 9100-MARK-BUSINESS-DATE
           END-IF.

      *****************************************************************
      * 9100-MARK-BUSINESS-DATE - MARKS CNTHKEEP DONE FOR THE DATE ON
      * AN RC=0 END. ONLY A RECORD STILL CARRYING THIS RUN'S DATE IS
      * UPDATED. A CONTROL FILE THAT WILL NOT OPEN IS DISPLAYED ONLY;
      * A FAILED REWRITE ABENDS THE STEP, WHICH BYPASSES THE PROMOTES
      * AND LEAVES THE JOB TO BE RERUN FROM THE TOP (THE REGISTER
      * DELETES ALREADY DONE ARE SIMPLY NOT FOUND AGAIN).
      *****************************************************************
       9100-MARK-BUSINESS-DATE.
           OPEN I-O BUSINESS-DATE-FILE
           IF WS-BDATECTL-STATUS = "00"
               READ BUSINESS-DATE-FILE INTO WS-BUSINESS-DATE-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF WS-BD-BUSINESS-DATE = WS-RUN-DATE
                           MOVE 'Y' TO WS-BD-CNTHKEEP-FLAG
                           REWRITE FD-BUSINESS-DATE-RECORD
                               FROM WS-BUSINESS-DATE-RECORD
                           IF WS-BDATECTL-STATUS NOT = "00"
                               PERFORM 9800-ABEND-FILE-OPEN-ERROR
                           END-IF
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF
           IF WS-BDATECTL-STATUS NOT = "00"
               DISPLAY "CNTHKEEP BUSINESS DATE CONTROL NOT UPDATED, "
                   "STATUS: " WS-BDATECTL-STATUS
           END-IF.

      *****************************************************************
      * 9800-ABEND-FILE-OPEN-ERROR - ANY FILE PROBLEM ENDS THE STEP
      * WITH RC=12. THE REGISTER PRUNE, THE ONLY IN-PLACE UPDATE, RUNS
      * LAST AND THE PROMOTE STEPS IN THE JOB ARE CONDITIONED ON RC=0,
      * SO AN ABEND LEAVES EVERY OTHER LIVE DATASET EXACTLY AS IT WAS.
      *****************************************************************
       9800-ABEND-FILE-OPEN-ERROR.
           DISPLAY "CNTHKEEP ABEND - FILE OPEN FAILURE, STATUSES: "
