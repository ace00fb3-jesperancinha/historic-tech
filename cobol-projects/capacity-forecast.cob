       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAPFCST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT ALLOCATION-TABLE-FILE ASSIGN TO "CAPALLOC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALLOC-FILE-STATUS.
           SELECT GROWTH-HISTORY-FILE ASSIGN TO "GROWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT MESSAGE-LOG-FILE ASSIGN TO "MSGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT FORECAST-REPORT ASSIGN TO "CAPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD.
           05  CAL-DATE            PIC X(08).
           05  CAL-DAY-TYPE        PIC X(01).
           05  CAL-MONTH-END       PIC X(01).

       FD  ALLOCATION-TABLE-FILE
           RECORDING MODE IS F.
      * ONE CARD PER CUMULATIVE FILE - THE DD NAME, THE NUMBER OF
      * RECORDS ITS SPACE ALLOCATION HOLDS WITH THE PRIMARY AND EVERY
      * SECONDARY EXTENT TAKEN, AND HOW MANY BUSINESS DAYS AHEAD OF
      * FILLING IT WE WANT TO BE WARNED (ZERO OR BLANK TAKES THE
      * COMPILED DEFAULT). WHEN A SPACE= PARAMETER IS CHANGED IN THE
      * JCL, THE CARD IS CHANGED WITH IT.
       01  ALLOCATION-CARD.
           05  AC-FILE             PIC X(10).
           05  AC-CAPACITY         PIC 9(09).
           05  AC-HORIZON          PIC 9(03).

       FD  GROWTH-HISTORY-FILE
           RECORDING MODE IS F.
      * ONE RECORD PER FILE PER CYCLE, APPENDED EVERY RUN. A RERUN
      * OF THE SAME CYCLE APPENDS AGAIN AND THE LATER RECORD WINS.
       01  GROWTH-HISTORY-RECORD.
           05  GH-CYCLE-DATE       PIC X(08).
           05  GH-FILE             PIC X(10).
           05  GH-RECORD-COUNT     PIC 9(09).
           05  GH-RUN-DATE         PIC X(08).
           05  GH-RUN-TIME         PIC X(06).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "audrec.cpy".

       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "msgrec.cpy".

       FD  ALERT-FILE
           RECORDING MODE IS F.
      * SAME FIXED LAYOUT ESCALATE WRITES FOR THE MONITORING BRIDGE.
       01  ALERT-RECORD.
           05  ALT-PRIORITY        PIC X(08).
           05  ALT-PROGRAM         PIC X(20).
           05  ALT-DATE            PIC X(08).
           05  ALT-COUNT           PIC 9(05).
           05  ALT-REASON          PIC X(40).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY "suspense.cpy".

       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

       FD  FORECAST-REPORT
           RECORDING MODE IS F.
       01  FORECAST-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

         77 cal-eof-sw PIC X(01) VALUE "N".
           88 cal-eof                   VALUE "Y".
         77 alloc-eof-sw PIC X(01) VALUE "N".
           88 alloc-eof                 VALUE "Y".
         77 hist-eof-sw PIC X(01) VALUE "N".
           88 hist-eof                  VALUE "Y".
         77 file-eof-sw PIC X(01) VALUE "N".
           88 file-eof                  VALUE "Y".
         77 found-sw PIC X(01) VALUE "N".
           88 entry-found               VALUE "Y".
         77 alert-open-sw PIC X(01) VALUE "N".
           88 alert-open                VALUE "Y".
         77 alloc-missing-sw PIC X(01) VALUE "N".
           88 alloc-missing             VALUE "Y".

         77 business-date PIC X(08).
         77 cal-x PIC 9(03).
         77 cal-count PIC 9(03) VALUE 0.
         77 cal-max PIC 9(03) VALUE 400.
         77 span-from PIC X(08).
         77 span-to PIC X(08).
         77 span-days PIC 9(05).

         77 ac-x PIC 9(02).
         77 ac-count PIC 9(02) VALUE 0.
         77 ac-max PIC 9(02) VALUE 20.
         77 ft-x PIC 9(01).
         77 tracked-count PIC 9(01) VALUE 5.
         77 pt-x PIC 9(03).
         77 pt-max PIC 9(03) VALUE 60.
         77 match-file PIC X(10).
         77 point-cycle PIC X(08).
         77 point-count PIC 9(09).
         77 record-count PIC 9(09).
         77 default-horizon PIC 9(03) VALUE 10.

      * PER-FILE GROWTH ARITHMETIC. GROWTH IS MEASURED IN RECORDS PER
      * BUSINESS DAY; A CYCLE THE CALENDAR SAYS WAS SEVERAL WORKING
      * DAYS AFTER THE ONE BEFORE IT (A MISSED RUN) SPREADS ITS
      * GROWTH ACROSS THOSE DAYS.
         77 step-growth PIC 9(09).
         77 step-rate PIC 9(08)V9(01).
         77 total-growth PIC 9(09).
         77 total-days PIC 9(05).
         77 growth-steps PIC 9(03).
         77 purge-steps PIC 9(03).
         77 avg-rate PIC 9(08)V9(01).
         77 peak-rate PIC 9(08)V9(01).
         77 remaining-records PIC 9(09).
         77 days-left-avg PIC 9(05).
         77 days-left-peak PIC 9(05).
         77 used-pct PIC 9(03).
         77 file-horizon PIC 9(03).
         77 alert-count PIC 9(05) VALUE 0.
         77 alert-priority-work PIC X(08).
         77 alert-reason-work PIC X(40).
         77 unplanned-count PIC 9(01) VALUE 0.
         77 open-error-count PIC 9(01) VALUE 0.

      * THE FIVE CUMULATIVE FILES THAT TAKE A DISP=MOD APPEND EVERY
      * CYCLE AND ONLY SHRINK WHEN HOUSEKP PURGES THEM.
         01 tracked-file-values.
           05  FILLER PIC X(10) VALUE "AUDITLOG".
           05  FILLER PIC X(10) VALUE "MSGLOG".
           05  FILLER PIC X(10) VALUE "ALERTOUT".
           05  FILLER PIC X(10) VALUE "SUSPENSE".
           05  FILLER PIC X(10) VALUE "RESULTOUT".
         01 tracked-file-names REDEFINES tracked-file-values.
           05  TF-NAME OCCURS 5 TIMES PIC X(10).

      * EACH FILE'S RECENT HISTORY, OLDEST CYCLE FIRST - AT MOST THE
      * LAST SIXTY CYCLES, SO THE FORECAST FOLLOWS TODAY'S VOLUMES
      * RATHER THAN LAST YEAR'S.
         01 file-history-table.
           05  FT-ENTRY OCCURS 5 TIMES.
               10  FT-FILE          PIC X(10).
      * Y - COUNTED; N - NOT THERE YET (35), COUNTED AS ZERO; E - THE
      * OPEN FAILED, SO THERE IS NO COUNT AT ALL.
               10  FT-PRESENT       PIC X(01).
               10  FT-OPEN-STATUS   PIC X(02).
               10  FT-TONIGHT       PIC 9(09).
               10  FT-POINTS        PIC 9(03).
               10  FT-POINT OCCURS 60 TIMES.
                   15  FT-CYCLE     PIC X(08).
                   15  FT-COUNT     PIC 9(09).

         01 allocation-table.
           05  AT-ENTRY OCCURS 20 TIMES.
               10  AT-FILE          PIC X(10).
               10  AT-CAPACITY      PIC 9(09).
               10  AT-HORIZON       PIC 9(03).

         01 calendar-table.
           05  CT-ENTRY OCCURS 400 TIMES.
               10  CT-DATE          PIC X(08).
               10  CT-DAY-TYPE      PIC X(01).

         01 PROC-FILE-STATUS          PIC X(02).
         01 CAL-FILE-STATUS           PIC X(02).
         01 ALLOC-FILE-STATUS         PIC X(02).
         01 HIST-FILE-STATUS          PIC X(02).
         01 AUD-FILE-STATUS           PIC X(02).
         01 MSG-FILE-STATUS           PIC X(02).
         01 ALERT-FILE-STATUS         PIC X(02).
         01 SUSP-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(46)
               VALUE "CUMULATIVE FILE GROWTH AND SPACE FORECAST - ".
           05  FILLER               PIC X(06) VALUE "CYCLE ".
           05  RH-DATE              PIC X(08).

         01 report-heading-2.
           05  FILLER               PIC X(10) VALUE "FILE".
           05  FILLER               PIC X(11) VALUE "    RECORDS".
           05  FILLER               PIC X(11) VALUE " ALLOCATION".
           05  FILLER               PIC X(06) VALUE "  USED".
           05  FILLER               PIC X(12) VALUE "     AVG/DAY".
           05  FILLER               PIC X(12) VALUE "    PEAK/DAY".
           05  FILLER               PIC X(09) VALUE "  CYCLES".
           05  FILLER               PIC X(18)
               VALUE "   DAYS LEFT - AVG".
           05  FILLER               PIC X(07) VALUE "   PEAK".
           05  FILLER               PIC X(10) VALUE "  STANDING".

         01 report-detail-line.
           05  RD-FILE              PIC X(10).
           05  RD-RECORDS           PIC ZZZZZZZZZZ9.
           05  RD-CAPACITY          PIC ZZZZZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-USED-PCT          PIC ZZ9.
           05  FILLER               PIC X(01) VALUE "%".
           05  RD-AVG-RATE          PIC ZZZZZZZZZ9.9.
           05  RD-PEAK-RATE         PIC ZZZZZZZZZ9.9.
           05  RD-CYCLES            PIC ZZZZZZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  RD-DAYS-AVG          PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-DAYS-PEAK         PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-STANDING          PIC X(30).

         01 days-edit               PIC ZZZZ9.

         01 report-footing-1.
           05  FILLER               PIC X(46)
               VALUE "AVG AND PEAK ARE RECORDS PER BUSINESS DAY OVER".
           05  FILLER               PIC X(46)
               VALUE " THE GROWTH CYCLES SHOWN; A CYCLE WHOSE COUNT ".
           05  FILLER               PIC X(38)
               VALUE "FELL (A PURGE) IS LEFT OUT.".

         01 report-footing-2.
           05  FILLER               PIC X(46)
               VALUE "A FILE IS WARNED WHEN IT WOULD FILL WITHIN ITS".
           05  FILLER               PIC X(46)
               VALUE " HORIZON AT PEAK GROWTH, AND PAGED WHEN IT MAY".
           05  FILLER               PIC X(28)
               VALUE " FILL BEFORE THE NEXT CYCLE.".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * CAPACITY FORECAST FOR THE CUMULATIVE DISP=MOD FILES -
      * AUDITLOG, MSGLOG, ALERTOUT, SUSPENSE AND RESULTOUT. THEIR
      * SPACE ALLOCATIONS ARE SMALL AND HOUSEKP ONLY PURGES ON A
      * CUTOFF, SO UNTIL NOW A FULL FILE WAS FIRST NOTICED AS A SPACE
      * ABEND IN THE MIDDLE OF THE NIGHT. EVERY CYCLE THIS COUNTS
      * EACH FILE AND ADDS THE COUNT TO THE GROWHIST HISTORY. FROM
      * THE HISTORY IT WORKS OUT THE AVERAGE AND PEAK GROWTH PER
      * BUSINESS DAY AND, AGAINST THE CAPALLOC ALLOCATION TABLE, HOW
      * MANY BUSINESS DAYS EACH FILE HAS LEFT. A FILE THAT WOULD FILL
      * WITHIN ITS WARNING HORIZON AT PEAK GROWTH PUTS A NEXTAM
      * WARNING ON ALERTOUT; ONE ALREADY AT ITS ALLOCATION, OR THAT
      * WOULD FILL BEFORE THE NEXT CYCLE, PAGES NOW. RC 0 - NOTHING
      * TO WARN ABOUT; RC 4 - A WARNING WAS RAISED, OR A FILE HAS NO
      * ALLOCATION CARD; RC 8 - NO ALLOCATION TABLE AT ALL (THE
      * COUNTS ARE STILL RECORDED), OR A FILE COULD NOT BE OPENED
      * (ITS COUNT IS NOT RECORDED).
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-LOAD-CALENDAR
           PERFORM 1200-LOAD-ALLOCATIONS
           PERFORM 1400-SET-UP-FILE-TABLE
           PERFORM 2000-LOAD-GROWTH-HISTORY
           PERFORM 3000-COUNT-TONIGHT
           PERFORM 3800-RECORD-TONIGHT
           PERFORM 4000-WRITE-FORECAST
           PERFORM 9000-TERMINATE
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * THE COUNTS ARE FILED UNDER THE CYCLE ON THE PROCDATE CARD; NO
      * CARD (OR A BAD ONE) FALLS BACK TO THE CLOCK DATE.
           MOVE CD-DATE TO business-date
           OPEN INPUT PROCESS-DATE-FILE
           IF PROC-FILE-STATUS = "00"
               READ PROCESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PD-DATE IS NUMERIC
                           MOVE PD-DATE TO business-date
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

       1000-LOAD-CALENDAR.
      * ONLY THE WORKING DAYS MATTER FOR THE COUNT, BUT THE WHOLE
      * CARD IS KEPT THE SAME WAY TURNRPT KEEPS IT. WITH NO CALENDAR
      * EVERY CYCLE ON THE HISTORY COUNTS AS ONE BUSINESS DAY.
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = "00"
               SET cal-eof TO TRUE
               DISPLAY "CAPFCST - CALENDAR NOT AVAILABLE, STATUS "
                   CAL-FILE-STATUS " - ONE DAY PER CYCLE ASSUMED"
           END-IF
           PERFORM 1100-LOAD-ONE-CALENDAR-CARD
               UNTIL cal-eof
           IF CAL-FILE-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF.

       1100-LOAD-ONE-CALENDAR-CARD.
           READ CALENDAR-FILE
               AT END SET cal-eof TO TRUE
               NOT AT END
                   IF CAL-DATE IS NUMERIC
                       AND cal-count < cal-max
                       ADD 1 TO cal-count
                       MOVE CAL-DATE TO CT-DATE (cal-count)
                       MOVE CAL-DAY-TYPE TO CT-DAY-TYPE (cal-count)
                   END-IF
           END-READ.

       1200-LOAD-ALLOCATIONS.
           OPEN INPUT ALLOCATION-TABLE-FILE
           IF ALLOC-FILE-STATUS NOT = "00"
               SET alloc-eof TO TRUE
               SET alloc-missing TO TRUE
               DISPLAY "CAPFCST - CAPALLOC NOT AVAILABLE, STATUS "
                   ALLOC-FILE-STATUS
           END-IF
           PERFORM 1300-LOAD-ONE-ALLOCATION
               UNTIL alloc-eof
           IF ALLOC-FILE-STATUS NOT = "35"
               CLOSE ALLOCATION-TABLE-FILE
           END-IF.

       1300-LOAD-ONE-ALLOCATION.
           READ ALLOCATION-TABLE-FILE
               AT END SET alloc-eof TO TRUE
               NOT AT END
                   IF AC-CAPACITY IS NOT NUMERIC
                       OR AC-CAPACITY = 0
                       DISPLAY "CAPFCST - BAD CAPALLOC CARD SKIPPED: "
                           ALLOCATION-CARD
                   ELSE
                       IF ac-count < ac-max
                           ADD 1 TO ac-count
                           MOVE AC-FILE TO AT-FILE (ac-count)
                           MOVE AC-CAPACITY TO AT-CAPACITY (ac-count)
                           IF AC-HORIZON IS NUMERIC
                               AND AC-HORIZON > 0
                               MOVE AC-HORIZON
                                   TO AT-HORIZON (ac-count)
                           ELSE
                               MOVE default-horizon
                                   TO AT-HORIZON (ac-count)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1400-SET-UP-FILE-TABLE.
           MOVE 0 TO ft-x
           PERFORM 1410-SET-UP-ONE-FILE
               UNTIL ft-x >= tracked-count.

       1410-SET-UP-ONE-FILE.
           ADD 1 TO ft-x
           MOVE TF-NAME (ft-x) TO FT-FILE (ft-x)
           MOVE "N" TO FT-PRESENT (ft-x)
           MOVE SPACES TO FT-OPEN-STATUS (ft-x)
           MOVE 0 TO FT-TONIGHT (ft-x)
           MOVE 0 TO FT-POINTS (ft-x).

       2000-LOAD-GROWTH-HISTORY.
           OPEN INPUT GROWTH-HISTORY-FILE
           IF HIST-FILE-STATUS NOT = "00"
               SET hist-eof TO TRUE
               DISPLAY "CAPFCST - NO GROWTH HISTORY YET, STATUS "
                   HIST-FILE-STATUS
           END-IF
           PERFORM 2100-LOAD-ONE-HISTORY-RECORD
               UNTIL hist-eof
           IF HIST-FILE-STATUS NOT = "35"
               CLOSE GROWTH-HISTORY-FILE
           END-IF.

       2100-LOAD-ONE-HISTORY-RECORD.
           READ GROWTH-HISTORY-FILE
               AT END SET hist-eof TO TRUE
               NOT AT END
                   IF GH-CYCLE-DATE IS NUMERIC
                       AND GH-RECORD-COUNT IS NUMERIC
                       MOVE GH-FILE TO match-file
                       PERFORM 7000-FIND-TRACKED-FILE
                       IF entry-found
                           MOVE GH-CYCLE-DATE TO point-cycle
                           MOVE GH-RECORD-COUNT TO point-count
                           PERFORM 2200-ADD-HISTORY-POINT
                       END-IF
                   END-IF
           END-READ.

       2200-ADD-HISTORY-POINT.
      * THE SAME CYCLE AGAIN (A RERUN) REPLACES THE LAST POINT; A
      * LATER CYCLE IS ADDED, PUSHING THE OLDEST OUT ONCE THE TABLE
      * IS FULL; AN EARLIER ONE IS OUT OF ORDER AND IS IGNORED.
           MOVE FT-POINTS (ft-x) TO pt-x
           IF pt-x > 0
               AND point-cycle = FT-CYCLE (ft-x, pt-x)
               MOVE point-count TO FT-COUNT (ft-x, pt-x)
           ELSE
               IF pt-x = 0
                   OR point-cycle > FT-CYCLE (ft-x, pt-x)
                   IF FT-POINTS (ft-x) >= pt-max
                       MOVE 0 TO pt-x
                       PERFORM 2210-SHIFT-ONE-POINT
                           UNTIL pt-x >= pt-max - 1
                       SUBTRACT 1 FROM FT-POINTS (ft-x)
                   END-IF
                   ADD 1 TO FT-POINTS (ft-x)
                   MOVE FT-POINTS (ft-x) TO pt-x
                   MOVE point-cycle TO FT-CYCLE (ft-x, pt-x)
                   MOVE point-count TO FT-COUNT (ft-x, pt-x)
               END-IF
           END-IF.

       2210-SHIFT-ONE-POINT.
           ADD 1 TO pt-x
           MOVE FT-POINT (ft-x, pt-x + 1) TO FT-POINT (ft-x, pt-x).

       3000-COUNT-TONIGHT.
      * A FILE THAT IS NOT THERE YET HOLDS NO RECORDS - IT IS
      * COUNTED AS ZERO AND REPORTED AS NOT PRESENT. ANY OTHER FAILED
      * OPEN IS AN ERROR, NOT AN EMPTY FILE, AND GIVES NO COUNT.
           MOVE 1 TO ft-x
           PERFORM 3100-COUNT-AUDIT-LOG
           MOVE 2 TO ft-x
           PERFORM 3200-COUNT-MESSAGE-LOG
           MOVE 3 TO ft-x
           PERFORM 3300-COUNT-ALERTS
           MOVE 4 TO ft-x
           PERFORM 3400-COUNT-SUSPENSE
           MOVE 5 TO ft-x
           PERFORM 3500-COUNT-RESULTS.

       3100-COUNT-AUDIT-LOG.
           MOVE 0 TO record-count
           MOVE "N" TO file-eof-sw
           OPEN INPUT AUDIT-FILE
           IF AUD-FILE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT (ft-x)
           ELSE
               SET file-eof TO TRUE
               IF AUD-FILE-STATUS NOT = "35"
                   MOVE "E" TO FT-PRESENT (ft-x)
                   MOVE AUD-FILE-STATUS TO FT-OPEN-STATUS (ft-x)
               END-IF
           END-IF
           PERFORM 3110-COUNT-ONE-AUDIT
               UNTIL file-eof
           IF AUD-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF
           MOVE record-count TO FT-TONIGHT (ft-x).

       3110-COUNT-ONE-AUDIT.
           READ AUDIT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END ADD 1 TO record-count
           END-READ.

       3200-COUNT-MESSAGE-LOG.
           MOVE 0 TO record-count
           MOVE "N" TO file-eof-sw
           OPEN INPUT MESSAGE-LOG-FILE
           IF MSG-FILE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT (ft-x)
           ELSE
               SET file-eof TO TRUE
               IF MSG-FILE-STATUS NOT = "35"
                   MOVE "E" TO FT-PRESENT (ft-x)
                   MOVE MSG-FILE-STATUS TO FT-OPEN-STATUS (ft-x)
               END-IF
           END-IF
           PERFORM 3210-COUNT-ONE-MESSAGE
               UNTIL file-eof
           IF MSG-FILE-STATUS NOT = "35"
               CLOSE MESSAGE-LOG-FILE
           END-IF
           MOVE record-count TO FT-TONIGHT (ft-x).

       3210-COUNT-ONE-MESSAGE.
           READ MESSAGE-LOG-FILE
               AT END SET file-eof TO TRUE
               NOT AT END ADD 1 TO record-count
           END-READ.

       3300-COUNT-ALERTS.
      * COUNTED BEFORE ANY WARNING OF OUR OWN IS ADDED, SO TONIGHT'S
      * WARNINGS GO INTO TOMORROW'S COUNT LIKE EVERY OTHER ALERT.
           MOVE 0 TO record-count
           MOVE "N" TO file-eof-sw
           OPEN INPUT ALERT-FILE
           IF ALERT-FILE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT (ft-x)
           ELSE
               SET file-eof TO TRUE
               IF ALERT-FILE-STATUS NOT = "35"
                   MOVE "E" TO FT-PRESENT (ft-x)
                   MOVE ALERT-FILE-STATUS TO FT-OPEN-STATUS (ft-x)
               END-IF
           END-IF
           PERFORM 3310-COUNT-ONE-ALERT
               UNTIL file-eof
           IF ALERT-FILE-STATUS NOT = "35"
               CLOSE ALERT-FILE
           END-IF
           MOVE record-count TO FT-TONIGHT (ft-x).

       3310-COUNT-ONE-ALERT.
           READ ALERT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END ADD 1 TO record-count
           END-READ.

       3400-COUNT-SUSPENSE.
           MOVE 0 TO record-count
           MOVE "N" TO file-eof-sw
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT (ft-x)
           ELSE
               SET file-eof TO TRUE
               IF SUSP-FILE-STATUS NOT = "35"
                   MOVE "E" TO FT-PRESENT (ft-x)
                   MOVE SUSP-FILE-STATUS TO FT-OPEN-STATUS (ft-x)
               END-IF
           END-IF
           PERFORM 3410-COUNT-ONE-SUSPENSE
               UNTIL file-eof
           IF SUSP-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF
           MOVE record-count TO FT-TONIGHT (ft-x).

       3410-COUNT-ONE-SUSPENSE.
           READ SUSPENSE-FILE
               AT END SET file-eof TO TRUE
               NOT AT END ADD 1 TO record-count
           END-READ.

       3500-COUNT-RESULTS.
           MOVE 0 TO record-count
           MOVE "N" TO file-eof-sw
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-STATUS = "00"
               MOVE "Y" TO FT-PRESENT (ft-x)
           ELSE
               SET file-eof TO TRUE
               IF RSLT-FILE-STATUS NOT = "35"
                   MOVE "E" TO FT-PRESENT (ft-x)
                   MOVE RSLT-FILE-STATUS TO FT-OPEN-STATUS (ft-x)
               END-IF
           END-IF
           PERFORM 3510-COUNT-ONE-RESULT
               UNTIL file-eof
           IF RSLT-FILE-STATUS NOT = "35"
               CLOSE RESULT-FILE
           END-IF
           MOVE record-count TO FT-TONIGHT (ft-x).

       3510-COUNT-ONE-RESULT.
           READ RESULT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END ADD 1 TO record-count
           END-READ.

       3800-RECORD-TONIGHT.
      * TONIGHT'S COUNTS GO ON THE HISTORY FIRST AND INTO THE TABLE
      * AS ITS NEWEST POINT, SO THE FORECAST BELOW INCLUDES THEM. A
      * FILE THAT COULD NOT BE OPENED GETS NO POINT - A FALSE ZERO
      * WOULD MAKE TOMORROW'S STEP LOOK LIKE A DAY'S GROWTH.
           OPEN EXTEND GROWTH-HISTORY-FILE
           IF HIST-FILE-STATUS = "35"
               OPEN OUTPUT GROWTH-HISTORY-FILE
           END-IF
           MOVE 0 TO ft-x
           PERFORM 3810-RECORD-ONE-FILE
               UNTIL ft-x >= tracked-count
           CLOSE GROWTH-HISTORY-FILE.

       3810-RECORD-ONE-FILE.
           ADD 1 TO ft-x
           IF FT-PRESENT (ft-x) = "E"
               ADD 1 TO open-error-count
               DISPLAY "CAPFCST - " FT-FILE (ft-x) " OPEN FAILED, "
                   "STATUS " FT-OPEN-STATUS (ft-x)
                   " - NO COUNT RECORDED"
           ELSE
               MOVE business-date TO GH-CYCLE-DATE
               MOVE FT-FILE (ft-x) TO GH-FILE
               MOVE FT-TONIGHT (ft-x) TO GH-RECORD-COUNT
               MOVE CD-DATE TO GH-RUN-DATE
               MOVE CD-TIME TO GH-RUN-TIME
               WRITE GROWTH-HISTORY-RECORD
               MOVE business-date TO point-cycle
               MOVE FT-TONIGHT (ft-x) TO point-count
               PERFORM 2200-ADD-HISTORY-POINT
           END-IF.

       4000-WRITE-FORECAST.
           OPEN OUTPUT FORECAST-REPORT
           MOVE business-date TO RH-DATE
           MOVE report-heading-1 TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           IF alloc-missing
               MOVE "CAPALLOC NOT AVAILABLE - COUNTS RECORDED ONLY"
                   TO FORECAST-LINE
               WRITE FORECAST-LINE
               MOVE SPACES TO FORECAST-LINE
               WRITE FORECAST-LINE
           END-IF
           MOVE report-heading-2 TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE 0 TO ft-x
           PERFORM 4100-FORECAST-ONE-FILE
               UNTIL ft-x >= tracked-count
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE report-footing-1 TO FORECAST-LINE
           WRITE FORECAST-LINE
           MOVE report-footing-2 TO FORECAST-LINE
           WRITE FORECAST-LINE
           CLOSE FORECAST-REPORT.

       4100-FORECAST-ONE-FILE.
           ADD 1 TO ft-x
           PERFORM 4200-MEASURE-GROWTH
           MOVE FT-FILE (ft-x) TO RD-FILE
           MOVE FT-TONIGHT (ft-x) TO RD-RECORDS
           MOVE avg-rate TO RD-AVG-RATE
           MOVE peak-rate TO RD-PEAK-RATE
           MOVE growth-steps TO RD-CYCLES
           MOVE 0 TO RD-CAPACITY
           MOVE 0 TO RD-USED-PCT
           MOVE SPACES TO RD-DAYS-AVG
           MOVE SPACES TO RD-DAYS-PEAK
           MOVE FT-FILE (ft-x) TO match-file
           PERFORM 7100-FIND-ALLOCATION
      * WITH NO COUNT TONIGHT THERE IS NOTHING TO PROJECT FROM.
           EVALUATE TRUE
               WHEN FT-PRESENT (ft-x) = "E"
                   MOVE SPACES TO RD-STANDING
                   STRING "OPEN STATUS " FT-OPEN-STATUS (ft-x)
                       " - NOT COUNTED" DELIMITED BY SIZE
                       INTO RD-STANDING
               WHEN NOT entry-found
                   MOVE "NO ALLOCATION ON CAPALLOC" TO RD-STANDING
                   ADD 1 TO unplanned-count
               WHEN OTHER
                   PERFORM 4300-PROJECT-DAYS-LEFT
           END-EVALUATE
           IF FT-PRESENT (ft-x) = "N"
               MOVE "NOT PRESENT - COUNTED AS ZERO" TO RD-STANDING
           END-IF
           MOVE report-detail-line TO FORECAST-LINE
           WRITE FORECAST-LINE
           DISPLAY "CAPFCST - " RD-FILE " RECORDS " FT-TONIGHT (ft-x)
               " " RD-STANDING.

       4200-MEASURE-GROWTH.
      * EVERY CONSECUTIVE PAIR OF CYCLES ON THE HISTORY IS ONE STEP.
      * A STEP WHOSE COUNT FELL IS A PURGE, NOT NEGATIVE GROWTH, AND
      * IS LEFT OUT - THE FORECAST ASSUMES NO PURGE WILL COME TO THE
      * RESCUE BEFORE THE FILE FILLS.
           MOVE 0 TO total-growth
           MOVE 0 TO total-days
           MOVE 0 TO growth-steps
           MOVE 0 TO purge-steps
           MOVE 0 TO avg-rate
           MOVE 0 TO peak-rate
           MOVE 1 TO pt-x
           PERFORM 4210-MEASURE-ONE-STEP
               UNTIL pt-x >= FT-POINTS (ft-x)
           IF total-days > 0
               DIVIDE total-growth BY total-days GIVING avg-rate
                   ROUNDED
           END-IF.

       4210-MEASURE-ONE-STEP.
           ADD 1 TO pt-x
           IF FT-COUNT (ft-x, pt-x) < FT-COUNT (ft-x, pt-x - 1)
               ADD 1 TO purge-steps
           ELSE
               MOVE FT-CYCLE (ft-x, pt-x - 1) TO span-from
               MOVE FT-CYCLE (ft-x, pt-x) TO span-to
               PERFORM 6000-COUNT-BUSINESS-DAYS
               SUBTRACT FT-COUNT (ft-x, pt-x - 1)
                   FROM FT-COUNT (ft-x, pt-x) GIVING step-growth
               ADD step-growth TO total-growth
               ADD span-days TO total-days
               DIVIDE step-growth BY span-days GIVING step-rate
                   ROUNDED
               IF step-rate > peak-rate
                   MOVE step-rate TO peak-rate
               END-IF
               ADD 1 TO growth-steps
           END-IF.

       4300-PROJECT-DAYS-LEFT.
      * THE WARNING GOES ON PEAK GROWTH, NOT AVERAGE - IT IS THE
      * HEAVY NIGHT THAT ABENDS, AND THE WARNING HAS TO ARRIVE BEFORE
      * THAT NIGHT, NOT AROUND IT.
           MOVE AT-CAPACITY (ac-x) TO RD-CAPACITY
           MOVE AT-HORIZON (ac-x) TO file-horizon
           COMPUTE used-pct = FT-TONIGHT (ft-x) * 100
               / AT-CAPACITY (ac-x)
               ON SIZE ERROR MOVE 999 TO used-pct
           END-COMPUTE
           MOVE used-pct TO RD-USED-PCT
           IF FT-TONIGHT (ft-x) >= AT-CAPACITY (ac-x)
               MOVE 0 TO days-edit
               MOVE days-edit TO RD-DAYS-AVG
               MOVE days-edit TO RD-DAYS-PEAK
               MOVE "*** AT ALLOCATION ***" TO RD-STANDING
               MOVE 0 TO days-left-peak
               MOVE "PAGENOW" TO alert-priority-work
               MOVE SPACES TO alert-reason-work
               STRING FT-FILE (ft-x) DELIMITED BY SPACE
                   " IS AT ITS SPACE ALLOCATION"
                   DELIMITED BY SIZE INTO alert-reason-work
               PERFORM 8000-WRITE-CAPACITY-ALERT
           ELSE
               SUBTRACT FT-TONIGHT (ft-x) FROM AT-CAPACITY (ac-x)
                   GIVING remaining-records
               IF peak-rate = 0
                   MOVE " NONE" TO RD-DAYS-AVG
                   MOVE " NONE" TO RD-DAYS-PEAK
                   IF growth-steps = 0
                       MOVE "NO GROWTH HISTORY YET" TO RD-STANDING
                   ELSE
                       MOVE "OK - NOT GROWING" TO RD-STANDING
                   END-IF
               ELSE
                   PERFORM 4400-JUDGE-GROWING-FILE
               END-IF
           END-IF.

       4400-JUDGE-GROWING-FILE.
           DIVIDE remaining-records BY peak-rate
               GIVING days-left-peak
               ON SIZE ERROR MOVE 99999 TO days-left-peak
           END-DIVIDE
           MOVE days-left-peak TO days-edit
           MOVE days-edit TO RD-DAYS-PEAK
           IF avg-rate > 0
               DIVIDE remaining-records BY avg-rate
                   GIVING days-left-avg
                   ON SIZE ERROR MOVE 99999 TO days-left-avg
               END-DIVIDE
               MOVE days-left-avg TO days-edit
               MOVE days-edit TO RD-DAYS-AVG
           END-IF
           EVALUATE TRUE
               WHEN days-left-peak = 0
                   MOVE "*** FULL BEFORE NEXT CYCLE ***"
                       TO RD-STANDING
                   MOVE "PAGENOW" TO alert-priority-work
                   MOVE SPACES TO alert-reason-work
                   STRING FT-FILE (ft-x) DELIMITED BY SPACE
                       " MAY FILL BEFORE THE NEXT CYCLE"
                       DELIMITED BY SIZE INTO alert-reason-work
                   PERFORM 8000-WRITE-CAPACITY-ALERT
               WHEN days-left-peak <= file-horizon
                   MOVE "*** FILLS WITHIN HORIZON ***" TO RD-STANDING
                   MOVE "NEXTAM" TO alert-priority-work
                   MOVE SPACES TO alert-reason-work
                   STRING FT-FILE (ft-x) DELIMITED BY SPACE
                       " FILLS ALLOCATION - DAYS LEFT"
                       DELIMITED BY SIZE INTO alert-reason-work
                   PERFORM 8000-WRITE-CAPACITY-ALERT
               WHEN OTHER
                   MOVE "OK" TO RD-STANDING
           END-EVALUATE.

       6000-COUNT-BUSINESS-DAYS.
      * WORKING DAYS AFTER span-from UP TO AND INCLUDING span-to,
      * THE SAME COUNT TURNRPT MAKES. NEVER LESS THAN ONE - TWO
      * CYCLES ARE AT LEAST A DAY APART WHATEVER THE CALENDAR HOLDS.
           MOVE 0 TO span-days
           MOVE 0 TO cal-x
           PERFORM 6100-COUNT-ONE-CALENDAR-DAY
               UNTIL cal-x >= cal-count
           IF span-days = 0
               MOVE 1 TO span-days
           END-IF.

       6100-COUNT-ONE-CALENDAR-DAY.
           ADD 1 TO cal-x
           IF CT-DAY-TYPE (cal-x) = "W"
               AND CT-DATE (cal-x) > span-from
               AND CT-DATE (cal-x) NOT > span-to
               ADD 1 TO span-days
           END-IF.

       7000-FIND-TRACKED-FILE.
           MOVE "N" TO found-sw
           MOVE 0 TO ft-x
           PERFORM 7010-MATCH-ONE-FILE
               UNTIL entry-found OR ft-x >= tracked-count.

       7010-MATCH-ONE-FILE.
           ADD 1 TO ft-x
           IF FT-FILE (ft-x) = match-file
               SET entry-found TO TRUE
           END-IF.

       7100-FIND-ALLOCATION.
           MOVE "N" TO found-sw
           MOVE 0 TO ac-x
           PERFORM 7110-MATCH-ONE-ALLOCATION
               UNTIL entry-found OR ac-x >= ac-count.

       7110-MATCH-ONE-ALLOCATION.
           ADD 1 TO ac-x
           IF AT-FILE (ac-x) = match-file
               SET entry-found TO TRUE
           END-IF.

       8000-WRITE-CAPACITY-ALERT.
      * THE ALERT FILE IS OPENED ONLY WHEN THERE IS SOMETHING TO
      * SAY, AND EXTENDED SO NOTHING ALREADY WAITING FOR THE BRIDGE
      * IS LOST. THE COUNT IS THE BUSINESS DAYS LEFT AT PEAK GROWTH.
           IF NOT alert-open
               OPEN EXTEND ALERT-FILE
               IF ALERT-FILE-STATUS = "35"
                   OPEN OUTPUT ALERT-FILE
               END-IF
               SET alert-open TO TRUE
           END-IF
           MOVE alert-priority-work TO ALT-PRIORITY
           MOVE "CAPFCST" TO ALT-PROGRAM
           MOVE business-date TO ALT-DATE
           MOVE days-left-peak TO ALT-COUNT
           MOVE alert-reason-work TO ALT-REASON
           WRITE ALERT-RECORD
           ADD 1 TO alert-count
           DISPLAY "CAPFCST - " alert-priority-work " "
               alert-reason-work " " days-left-peak.

       9000-TERMINATE.
           IF alert-open
               CLOSE ALERT-FILE
           END-IF
           EVALUATE TRUE
               WHEN alloc-missing OR open-error-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN alert-count > 0 OR unplanned-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "CAPFCST - " alert-count
               " CAPACITY ALERT(S) WRITTEN".
