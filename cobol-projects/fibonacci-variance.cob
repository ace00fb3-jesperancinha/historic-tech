       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIBVAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACTUALS-FILE ASSIGN TO "ACTUALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACT-FILE-STATUS.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCNK-FILE-STATUS.
           SELECT FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIB-FILE-STATUS.
           SELECT VARIANCE-REPORT ASSIGN TO "FIBVARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ACTUALS-FILE
           RECORDING MODE IS F.
      * ONE RECORD PER SCENARIO AND PERIOD FROM PLANNING - WHAT THE
      * FIGURE THE PROJECTION SCHEDULE PREDICTED ACTUALLY CAME TO.
      * THE NAME IS THE SCENARIO LIBRARY NAME (SCNK-NAME); THE
      * AMOUNT CARRIES TWO IMPLIED DECIMALS, LIKE THE SCENARIO CARD.
       01  ACTUAL-RECORD.
           05  ACT-NAME            PIC X(20).
           05  ACT-PERIOD          PIC X(05).
           05  ACT-PERIOD-N REDEFINES ACT-PERIOD
                                   PIC 9(05).
           05  ACT-AMOUNT          PIC X(15).
           05  ACT-AMOUNT-N REDEFINES ACT-AMOUNT
                                   PIC 9(13)V9(02).

       FD  SCENARIO-KSDS-FILE.
      * ONE RECORD PER VERSION OF A SCENARIO - ACTUALS ARE MEASURED
      * AGAINST THE APPROVED VERSION ONLY (SEE SCENLOAD).
       01  SCENARIO-KSDS-RECORD.
           05  SCNK-KEY.
               10  SCNK-NAME       PIC X(20).
               10  SCNK-VERSION    PIC 9(03).
           05  SCNK-AMOUNT         PIC 9(09)V9(02).
           05  SCNK-PERIODS        PIC 9(05).
           05  SCNK-OWNER          PIC X(08).
           05  SCNK-EFF-DATE       PIC X(08).
           05  SCNK-STATUS         PIC X(08).
               88  SCNK-PENDING            VALUE "PENDING".
               88  SCNK-APPROVED           VALUE "APPROVED".
               88  SCNK-RETIRED            VALUE "RETIRED".
           05  SCNK-LOADED-DATE    PIC X(08).
           05  SCNK-LOADED-TIME    PIC X(06).
           05  SCNK-LOADED-BY      PIC X(08).
           05  SCNK-APPROVER       PIC X(08).
           05  SCNK-APPROVED-DATE  PIC X(08).
           05  SCNK-APPROVED-TIME  PIC X(06).
           05  SCNK-RETIRED-BY     PIC X(08).
           05  SCNK-RETIRED-DATE   PIC X(08).

       FD  FIBONACCI-OUT-FILE
           RECORDING MODE IS F.
       01  FIBONACCI-OUT-RECORD.
           05  FIBOUT-TYPE          PIC X(01).
           05  FIBOUT-SEQ           PIC 9(05).
           05  FIBOUT-VALUE         PIC 9(21)V9(1).
           05  FIBOUT-COUNT         PIC 9(05).
           05  FIBOUT-CHECKSUM      PIC 9(21)V9(1).
           05  FIBOUT-PATTERN       PIC X(08).

       FD  VARIANCE-REPORT
           RECORDING MODE IS F.
       01  VARIANCE-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

         77 source-eof-sw PIC X(01) VALUE "N".
           88 source-eof                VALUE "Y".
         77 actual-eof-sw PIC X(01) VALUE "N".
           88 actual-eof                VALUE "Y".
         77 first-section-done-sw PIC X(01) VALUE "N".
           88 first-section-done        VALUE "Y".
         77 in-section-sw PIC X(01) VALUE "N".
           88 in-section                VALUE "Y".
         77 library-missing-sw PIC X(01) VALUE "N".
           88 library-missing           VALUE "Y".
         77 actuals-missing-sw PIC X(01) VALUE "N".
           88 actuals-missing           VALUE "Y".
         77 version-free-sw PIC X(01).
           88 version-free              VALUE "Y".
         77 scenario-found-sw PIC X(01).
           88 scenario-found            VALUE "Y".
         77 entry-found-sw PIC X(01).
           88 entry-found               VALUE "Y".
         77 balance-overflow-sw PIC X(01).
           88 balance-overflowed        VALUE "Y".
         77 any-rejected-sw PIC X(01) VALUE "N".
           88 any-rejected              VALUE "Y".
         77 any-unmeasured-sw PIC X(01) VALUE "N".
           88 any-unmeasured            VALUE "Y".
         77 any-breach-sw PIC X(01) VALUE "N".
           88 any-breach                VALUE "Y".

         77 growth-pattern PIC X(08) VALUE "STANDARD".
         77 term-x PIC 9(03).
         77 term-count PIC 9(03) VALUE 0.
      * COMPILED DEFAULTS ONLY - LIMITCTL CARDS FOR TERM-TABLE-TOP
      * (SHARED WITH FIBPROJ, SO BOTH READ THE SAME PATTERN),
      * VARIANCE-TOL-PCT (THE WHOLE-PERCENT VARIANCE A PERIOD MAY
      * SHOW EITHER WAY BEFORE IT IS REPORTED AS BREAKING TOLERANCE)
      * AND DRIFT-RUN-PERIODS (HOW MANY PERIODS IN A ROW ON THE SAME
      * SIDE OF THE PROJECTION MAKE A RE-SEED CANDIDATE) OVERRIDE
      * THEM THROUGH THE SHARED LIMITGET LOOKUP.
         77 TERM-TABLE-TOP PIC 9(03) VALUE 500.
         77 VARIANCE-TOL-PCT PIC 9(03) VALUE 10.
         77 DRIFT-RUN-PERIODS PIC 9(03) VALUE 3.
         77 limit-name PIC X(20).
         77 limit-value PIC 9(09).
         77 limit-found PIC X(01).

         01 fib-term-table.
           05  FT-VALUE OCCURS 500 TIMES
                                    PIC 9(21)V9(1) COMP-3.

      * EVERY ACCEPTED ACTUAL, IN THE ORDER PLANNING SENT THEM. THE
      * SCENARIO TABLE HOLDS EACH NAME ONCE, IN ORDER OF FIRST
      * APPEARANCE, WITH ITS HIGHEST PERIOD.
         77 actual-x PIC 9(05).
         77 actual-count PIC 9(05) VALUE 0.
         77 actual-max PIC 9(05) VALUE 2000.
         01 actual-table.
           05  AT-ENTRY OCCURS 2000 TIMES.
               10  AT-NAME          PIC X(20).
               10  AT-PERIOD        PIC 9(03).
               10  AT-AMOUNT        PIC 9(13)V9(02) COMP-3.

         77 scen-x PIC 9(03).
         77 scen-count PIC 9(03) VALUE 0.
         77 scen-max PIC 9(03) VALUE 100.
         01 scenario-table.
           05  ST-ENTRY OCCURS 100 TIMES.
               10  ST-NAME          PIC X(20).
               10  ST-HIGH-PERIOD   PIC 9(03).

      * ONE SCENARIO'S ACTUALS SPREAD OUT BY PERIOD NUMBER.
         77 period-x PIC 9(03).
         01 period-table.
           05  PD-ENTRY OCCURS 500 TIMES.
               10  PD-HAVE          PIC X(01).
               10  PD-AMOUNT        PIC 9(13)V9(02) COMP-3.

      * ACTUAL RECORDS THAT COULD NOT BE USED - LISTED AT THE FOOT.
         77 reject-x PIC 9(03).
         77 reject-count PIC 9(03) VALUE 0.
         77 reject-max PIC 9(03) VALUE 100.
         77 reject-unlisted PIC 9(05) VALUE 0.
         77 reject-reason PIC X(30).
         01 reject-table.
           05  RT-ENTRY OCCURS 100 TIMES.
               10  RT-RECORD-NO     PIC 9(05).
               10  RT-NAME          PIC X(20).
               10  RT-PERIOD        PIC X(05).
               10  RT-REASON        PIC X(30).

      * SCENARIOS WHOSE ACTUALS HAVE BEEN RUNNING ON ONE SIDE OF THE
      * PROJECTION - THE CASE FOR SEEDING A CUSTOM PATTERN.
         77 cand-x PIC 9(03).
         77 cand-count PIC 9(03) VALUE 0.
         01 candidate-table.
           05  CT-ENTRY OCCURS 100 TIMES.
               10  CT-NAME          PIC X(20).
               10  CT-DIRECTION     PIC X(05).
               10  CT-RUN           PIC 9(03).
               10  CT-FIRST-BREACH  PIC 9(03).
               10  CT-CUM-PCT       PIC S9(07)V9(02) COMP-3.

         77 record-no PIC 9(05) VALUE 0.
         77 probe-version PIC 9(03).

         01 scenario-work.
           05  scn-w-version        PIC 9(03).
           05  scn-w-amount         PIC 9(09)V9(02).
           05  scn-w-periods        PIC 9(05).
           05  scn-w-owner          PIC X(08).
           05  scn-w-approver       PIC X(08).
           05  scn-w-approved-date  PIC X(08).
           05  scn-w-pending-ver    PIC 9(03).

      * RUNNING FIGURES FOR THE SCENARIO BEING MEASURED.
         77 periods-measured PIC 9(03).
         77 first-breach PIC 9(03).
         77 drift-run PIC 9(03).
         77 drift-direction PIC X(05).
         77 period-direction PIC X(05).
         77 opening-amount PIC 9(09)V9(02) COMP-3.
         77 projected-amount PIC 9(13)V9(02) COMP-3.
         77 actual-amount PIC 9(13)V9(02) COMP-3.
         77 variance-amount PIC S9(13)V9(02) COMP-3.
         77 variance-pct PIC S9(07)V9(02) COMP-3.
         77 abs-pct PIC 9(07)V9(02) COMP-3.
         77 cum-projected PIC 9(15)V9(02) COMP-3.
         77 cum-actual PIC 9(15)V9(02) COMP-3.
         77 cum-variance PIC S9(15)V9(02) COMP-3.
         77 cum-pct PIC S9(07)V9(02) COMP-3.
         77 pct-overflow-sw PIC X(01).
           88 pct-overflowed            VALUE "Y".

         01 ACT-FILE-STATUS           PIC X(02).
         01 SCNK-FILE-STATUS          PIC X(02).
         01 FIB-FILE-STATUS           PIC X(02).

         01 report-heading-1.
           05  FILLER               PIC X(47) VALUE
               "PROJECTION VARIANCE - ACTUALS AGAINST FIBPROJ".
           05  FILLER               PIC X(09) VALUE "PATTERN: ".
           05  RH-PATTERN           PIC X(08).
           05  FILLER               PIC X(14) VALUE "  TOLERANCE +/".
           05  FILLER               PIC X(01) VALUE "-".
           05  RH-TOLERANCE         PIC ZZ9.
           05  FILLER               PIC X(16) VALUE
               " PCT  DRIFT RUN ".
           05  RH-DRIFT-RUN         PIC ZZ9.

         01 scenario-heading.
           05  FILLER               PIC X(10) VALUE "SCENARIO: ".
           05  SH-NAME              PIC X(20).
           05  FILLER               PIC X(10) VALUE "  OPENING ".
           05  SH-AMOUNT            PIC $ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(10) VALUE "  PERIODS ".
           05  SH-PERIODS           PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE "  OWNER ".
           05  SH-OWNER             PIC X(08).

         01 approval-line.
           05  FILLER               PIC X(10) VALUE "  VERSION ".
           05  AL-VERSION           PIC ZZ9.
           05  FILLER               PIC X(13) VALUE " APPROVED BY ".
           05  AL-APPROVER          PIC X(08).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  AL-DATE              PIC X(08).
           05  AL-PENDING           PIC X(40).

         01 pending-note.
           05  FILLER               PIC X(12) VALUE "  (VERSION ".
           05  PN-VERSION           PIC ZZ9.
           05  FILLER               PIC X(25) VALUE
               " PENDING - NOT USED)".

         01 column-heading.
           05  FILLER               PIC X(07) VALUE "PERIOD".
           05  FILLER               PIC X(22) VALUE
               "           PROJECTED".
           05  FILLER               PIC X(22) VALUE
               "              ACTUAL".
           05  FILLER               PIC X(24) VALUE
               "              VARIANCE".
           05  FILLER               PIC X(13) VALUE "        PCT".
           05  FILLER               PIC X(25) VALUE
               "   CUMULATIVE VARIANCE".

         01 detail-line.
           05  DL-PERIOD            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-PROJECTED         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-ACTUAL            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-VARIANCE          PIC --,---,---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-PCT               PIC ----,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-CUM-VARIANCE      PIC ----,---,---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-NOTE              PIC X(18).

         01 note-line.
           05  NL-PERIOD            PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NL-TEXT              PIC X(60).

         01 summary-line-1.
           05  FILLER               PIC X(24) VALUE
               "CUMULATIVE VARIANCE:".
           05  SL-CUM-VARIANCE      PIC ----,---,---,---,--9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SL-CUM-PCT           PIC ----,--9.99.
           05  FILLER               PIC X(14) VALUE " PCT  OVER ".
           05  SL-MEASURED          PIC ZZ9.
           05  FILLER               PIC X(08) VALUE " PERIODS".

         01 summary-line-2.
           05  FILLER               PIC X(24) VALUE
               "FIRST TOLERANCE BREAK:".
           05  SL-BREACH            PIC X(20).

         01 breach-text.
           05  FILLER               PIC X(07) VALUE "PERIOD ".
           05  BT-PERIOD            PIC ZZ9.

         01 summary-line-3.
           05  FILLER               PIC X(24) VALUE "DRIFT:".
           05  SL-DRIFT             PIC X(80).

         01 drift-text.
           05  DT-RUN               PIC ZZ9.
           05  FILLER               PIC X(20) VALUE
               " PERIODS IN A ROW ".
           05  DT-DIRECTION         PIC X(05).
           05  FILLER               PIC X(35) VALUE
               " PROJECTION - RE-SEED CANDIDATE".

         01 candidate-heading.
           05  FILLER               PIC X(38) VALUE
               "RE-SEED CANDIDATES - ACTUALS DRIFTING".
           05  FILLER               PIC X(40) VALUE
               "CONSISTENTLY FROM THE PATTERN".

         01 candidate-subheading.
           05  FILLER               PIC X(37) VALUE
               "(CONSIDER A CUSTOM SEED PATTERN ON A".
           05  FILLER               PIC X(40) VALUE
               "FIBREQ CARD FOR THESE SCENARIOS)".

         01 candidate-column-heading.
           05  FILLER               PIC X(22) VALUE "SCENARIO".
           05  FILLER               PIC X(10) VALUE "DIRECTION".
           05  FILLER               PIC X(08) VALUE "   RUN".
           05  FILLER               PIC X(14) VALUE "  FIRST BREAK".
           05  FILLER               PIC X(14) VALUE "  CUM PCT".

         01 candidate-line.
           05  CL-NAME              PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-DIRECTION         PIC X(05).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  CL-RUN               PIC ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-FIRST-BREACH      PIC X(12).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CL-CUM-PCT           PIC ----,--9.99.

         01 reject-heading.
           05  FILLER               PIC X(60) VALUE
               "ACTUAL RECORDS NOT USED".

         01 reject-column-heading.
           05  FILLER               PIC X(08) VALUE "RECORD".
           05  FILLER               PIC X(22) VALUE "SCENARIO".
           05  FILLER               PIC X(08) VALUE "PERIOD".
           05  FILLER               PIC X(30) VALUE "REASON".

         01 reject-line.
           05  RL-RECORD-NO         PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RL-NAME              PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RL-PERIOD            PIC X(05).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RL-REASON            PIC X(30).

         01 reject-unlisted-line.
           05  FILLER               PIC X(06) VALUE "  AND ".
           05  RU-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(30) VALUE
               " MORE NOT LISTED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * FIBPROJ TELLS PLANNING WHAT EACH SCENARIO'S OPENING AMOUNT
      * SHOULD GROW TO, PERIOD BY PERIOD. THIS PROGRAM CHECKS THAT
      * AGAINST WHAT REALLY HAPPENED: PLANNING SENDS ONE ACTUALS
      * RECORD PER SCENARIO AND PERIOD, AND EACH IS SET BESIDE THE
      * AMOUNT THE APPROVED VERSION OF THE SCENARIO PROJECTS FOR THAT
      * PERIOD - RECOMPUTED HERE EXACTLY AS FIBPROJ DOES, FROM THE
      * SAME FIRST FIBOUT SECTION. THE REPORT GIVES THE VARIANCE IN
      * AMOUNT AND PERCENT, THE RUNNING CUMULATIVE VARIANCE, AND THE
      * FIRST PERIOD OUTSIDE TOLERANCE. A SCENARIO WHOSE LATEST
      * PERIODS HAVE ALL COME IN ON THE SAME SIDE OF THE PROJECTION
      * IS NOT MISSING BY CHANCE - THE PATTERN IS WRONG FOR IT - AND
      * IS LISTED AS A CANDIDATE TO RE-SEED WITH A CUSTOM PATTERN.
           PERFORM 0700-GET-OPERATING-LIMITS
           PERFORM 1000-LOAD-GROWTH-PATTERN
           PERFORM 1200-LOAD-ACTUALS
           PERFORM 1500-INITIALIZE-REPORT
           IF NOT library-missing AND NOT actuals-missing
               MOVE 0 TO scen-x
               PERFORM 2000-MEASURE-ONE-SCENARIO
                   UNTIL scen-x >= scen-count
               PERFORM 8000-LIST-CANDIDATES
               PERFORM 8500-LIST-REJECTED-ACTUALS
               CLOSE SCENARIO-KSDS-FILE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       0700-GET-OPERATING-LIMITS.
           MOVE "TERM-TABLE-TOP" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 0 AND limit-value <= 500
               MOVE limit-value TO TERM-TABLE-TOP
           END-IF
           MOVE "VARIANCE-TOL-PCT" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 0 AND limit-value <= 999
               MOVE limit-value TO VARIANCE-TOL-PCT
           END-IF
           MOVE "DRIFT-RUN-PERIODS" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 1 AND limit-value <= 500
               MOVE limit-value TO DRIFT-RUN-PERIODS
           END-IF.

       1000-LOAD-GROWTH-PATTERN.
      * THE SAME PATTERN FIBPROJ PROJECTS FROM - THE FIRST H-TO-T
      * SECTION OF FIBOUT.
           OPEN INPUT FIBONACCI-OUT-FILE
           IF FIB-FILE-STATUS NOT = "00"
               DISPLAY "FIBVAR - FIBOUT NOT AVAILABLE, STATUS "
                   FIB-FILE-STATUS
               SET source-eof TO TRUE
           END-IF
           PERFORM 1100-LOAD-ONE-TERM
               UNTIL source-eof OR first-section-done
           IF FIB-FILE-STATUS NOT = "35"
               CLOSE FIBONACCI-OUT-FILE
           END-IF.

       1100-LOAD-ONE-TERM.
           READ FIBONACCI-OUT-FILE
               AT END SET source-eof TO TRUE
               NOT AT END
                   EVALUATE FIBOUT-TYPE
                       WHEN "H"
                           IF in-section
                               SET first-section-done TO TRUE
                           ELSE
                               SET in-section TO TRUE
                               IF FIBOUT-PATTERN NOT = SPACES
                                   MOVE FIBOUT-PATTERN
                                       TO growth-pattern
                               END-IF
                           END-IF
                       WHEN "D"
                           IF in-section
                               AND term-count < TERM-TABLE-TOP
                               ADD 1 TO term-count
                               MOVE FIBOUT-VALUE
                                   TO FT-VALUE (term-count)
                           END-IF
                       WHEN "T"
                           IF in-section
                               SET first-section-done TO TRUE
                           END-IF
                   END-EVALUATE
           END-READ.

       1200-LOAD-ACTUALS.
      * PLANNING'S FILE NEED NOT BE IN ANY ORDER - EVERYTHING IS
      * TABLED FIRST AND EACH SCENARIO IS THEN WORKED PERIOD BY
      * PERIOD. A SECOND RECORD FOR A PERIOD ALREADY HELD IS REJECTED
      * RATHER THAN GUESSING WHICH ONE PLANNING MEANT.
           OPEN INPUT ACTUALS-FILE
           IF ACT-FILE-STATUS NOT = "00"
               SET actuals-missing TO TRUE
               SET actual-eof TO TRUE
               DISPLAY "FIBVAR - ACTUALS NOT AVAILABLE, STATUS "
                   ACT-FILE-STATUS
           END-IF
           PERFORM 1210-LOAD-ONE-ACTUAL
               UNTIL actual-eof
           IF ACT-FILE-STATUS NOT = "35"
               CLOSE ACTUALS-FILE
           END-IF.

       1210-LOAD-ONE-ACTUAL.
           READ ACTUALS-FILE
               AT END SET actual-eof TO TRUE
               NOT AT END
                   ADD 1 TO record-no
                   PERFORM 1220-CHECK-ONE-ACTUAL
                   IF reject-reason = SPACES
                       PERFORM 1230-TABLE-ONE-ACTUAL
                   END-IF
                   IF reject-reason NOT = SPACES
                       PERFORM 1290-NOTE-REJECTED-ACTUAL
                   END-IF
           END-READ.

       1220-CHECK-ONE-ACTUAL.
           MOVE SPACES TO reject-reason
           EVALUATE TRUE
               WHEN ACT-NAME = SPACES
                   MOVE "NO SCENARIO NAME" TO reject-reason
               WHEN ACT-PERIOD IS NOT NUMERIC
                   MOVE "PERIOD NOT NUMERIC" TO reject-reason
               WHEN ACT-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO reject-reason
               WHEN ACT-PERIOD-N = 0 OR ACT-PERIOD-N > 500
                   MOVE "PERIOD OUT OF RANGE" TO reject-reason
               WHEN OTHER
                   MOVE "N" TO entry-found-sw
                   MOVE 0 TO actual-x
                   PERFORM 1225-MATCH-ONE-ACTUAL
                       UNTIL entry-found OR actual-x >= actual-count
                   IF entry-found
                       MOVE "DUPLICATE PERIOD" TO reject-reason
                   END-IF
           END-EVALUATE.

       1225-MATCH-ONE-ACTUAL.
           ADD 1 TO actual-x
           IF AT-NAME (actual-x) = ACT-NAME
               AND AT-PERIOD (actual-x) = ACT-PERIOD-N
               SET entry-found TO TRUE
           END-IF.

       1230-TABLE-ONE-ACTUAL.
           MOVE "N" TO entry-found-sw
           MOVE 0 TO scen-x
           PERFORM 1235-MATCH-ONE-SCENARIO
               UNTIL entry-found OR scen-x >= scen-count
           EVALUATE TRUE
               WHEN actual-count >= actual-max
                   MOVE "ACTUALS TABLE FULL" TO reject-reason
               WHEN NOT entry-found AND scen-count >= scen-max
                   MOVE "SCENARIO TABLE FULL" TO reject-reason
               WHEN OTHER
                   IF NOT entry-found
                       ADD 1 TO scen-count
                       MOVE scen-count TO scen-x
                       MOVE ACT-NAME TO ST-NAME (scen-x)
                       MOVE 0 TO ST-HIGH-PERIOD (scen-x)
                   END-IF
                   IF ACT-PERIOD-N > ST-HIGH-PERIOD (scen-x)
                       MOVE ACT-PERIOD-N TO ST-HIGH-PERIOD (scen-x)
                   END-IF
                   ADD 1 TO actual-count
                   MOVE ACT-NAME TO AT-NAME (actual-count)
                   MOVE ACT-PERIOD-N TO AT-PERIOD (actual-count)
                   MOVE ACT-AMOUNT-N TO AT-AMOUNT (actual-count)
           END-EVALUATE.

       1235-MATCH-ONE-SCENARIO.
           ADD 1 TO scen-x
           IF ST-NAME (scen-x) = ACT-NAME
               SET entry-found TO TRUE
           END-IF.

       1290-NOTE-REJECTED-ACTUAL.
           SET any-rejected TO TRUE
           IF reject-count < reject-max
               ADD 1 TO reject-count
               MOVE record-no TO RT-RECORD-NO (reject-count)
               MOVE ACT-NAME TO RT-NAME (reject-count)
               MOVE ACT-PERIOD TO RT-PERIOD (reject-count)
               MOVE reject-reason TO RT-REASON (reject-count)
           ELSE
               ADD 1 TO reject-unlisted
           END-IF.

       1500-INITIALIZE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT
           MOVE growth-pattern TO RH-PATTERN
           MOVE VARIANCE-TOL-PCT TO RH-TOLERANCE
           MOVE DRIFT-RUN-PERIODS TO RH-DRIFT-RUN
           MOVE report-heading-1 TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           IF actuals-missing
               MOVE "ACTUALS FILE NOT AVAILABLE - NOTHING MEASURED"
                   TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           ELSE
               OPEN INPUT SCENARIO-KSDS-FILE
               IF SCNK-FILE-STATUS NOT = "00"
                   SET library-missing TO TRUE
                   DISPLAY "FIBVAR - SCENKSDS NOT AVAILABLE, STATUS "
                       SCNK-FILE-STATUS
                   MOVE "SCENARIO LIBRARY NOT AVAILABLE - NOT MEASURED"
                       TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               END-IF
           END-IF.

       2000-MEASURE-ONE-SCENARIO.
           ADD 1 TO scen-x
           PERFORM 2100-FIND-APPROVED-VERSION
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           EVALUATE TRUE
               WHEN NOT scenario-found
                   SET any-unmeasured TO TRUE
                   MOVE ST-NAME (scen-x) TO SH-NAME
                   MOVE 0 TO SH-AMOUNT SH-PERIODS
                   MOVE SPACES TO SH-OWNER
                   MOVE scenario-heading TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
                   MOVE "  *** NO APPROVED VERSION - NOT MEASURED ***"
                       TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN term-count = 0
                   SET any-unmeasured TO TRUE
                   PERFORM 2200-WRITE-SCENARIO-HEADING
                   MOVE "  *** NO GROWTH PATTERN ON FILE ***"
                       TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN OTHER
                   PERFORM 2200-WRITE-SCENARIO-HEADING
                   PERFORM 2300-SPREAD-ACTUALS
                   PERFORM 3000-MEASURE-PERIODS
                   PERFORM 4000-WRITE-SCENARIO-SUMMARY
           END-EVALUATE.

       2100-FIND-APPROVED-VERSION.
      * VERSIONS ARE NUMBERED 1, 2, 3 ... PER NAME, SO THE WALK ENDS
      * AT THE FIRST FREE SLOT. AT MOST ONE VERSION IS APPROVED.
           MOVE "N" TO scenario-found-sw
           MOVE 0 TO scn-w-pending-ver
           MOVE "N" TO version-free-sw
           MOVE 0 TO probe-version
           PERFORM 2110-PROBE-ONE-VERSION
               UNTIL version-free OR probe-version >= 999.

       2110-PROBE-ONE-VERSION.
           ADD 1 TO probe-version
           MOVE ST-NAME (scen-x) TO SCNK-NAME
           MOVE probe-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   SET version-free TO TRUE
               NOT INVALID KEY
                   IF SCNK-PENDING
                       MOVE SCNK-VERSION TO scn-w-pending-ver
                   END-IF
                   IF SCNK-APPROVED
                       SET scenario-found TO TRUE
                       MOVE SCNK-VERSION TO scn-w-version
                       MOVE SCNK-AMOUNT TO scn-w-amount
                       MOVE SCNK-PERIODS TO scn-w-periods
                       MOVE SCNK-OWNER TO scn-w-owner
                       MOVE SCNK-APPROVER TO scn-w-approver
                       MOVE SCNK-APPROVED-DATE TO scn-w-approved-date
                   END-IF
           END-READ.

       2200-WRITE-SCENARIO-HEADING.
           MOVE ST-NAME (scen-x) TO SH-NAME
           MOVE scn-w-amount TO SH-AMOUNT
           MOVE scn-w-periods TO SH-PERIODS
           MOVE scn-w-owner TO SH-OWNER
           MOVE scenario-heading TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE scn-w-version TO AL-VERSION
           MOVE scn-w-approver TO AL-APPROVER
           MOVE scn-w-approved-date TO AL-DATE
           MOVE SPACES TO AL-PENDING
           IF scn-w-pending-ver > 0
               MOVE scn-w-pending-ver TO PN-VERSION
               MOVE pending-note TO AL-PENDING
           END-IF
           MOVE approval-line TO VARIANCE-LINE
           WRITE VARIANCE-LINE.

       2300-SPREAD-ACTUALS.
           MOVE 0 TO period-x
           PERFORM 2310-CLEAR-ONE-PERIOD
               UNTIL period-x >= 500
           MOVE 0 TO actual-x
           PERFORM 2320-SPREAD-ONE-ACTUAL
               UNTIL actual-x >= actual-count.

       2310-CLEAR-ONE-PERIOD.
           ADD 1 TO period-x
           MOVE "N" TO PD-HAVE (period-x)
           MOVE 0 TO PD-AMOUNT (period-x).

       2320-SPREAD-ONE-ACTUAL.
           ADD 1 TO actual-x
           IF AT-NAME (actual-x) = ST-NAME (scen-x)
               MOVE "Y" TO PD-HAVE (AT-PERIOD (actual-x))
               MOVE AT-AMOUNT (actual-x)
                   TO PD-AMOUNT (AT-PERIOD (actual-x))
           END-IF.

       3000-MEASURE-PERIODS.
      * EVERY PERIOD FROM 1 TO THE LAST ONE PLANNING SENT. A GAP IN
      * THE ACTUALS WITHIN THE APPROVED SCHEDULE IS SHOWN BUT NEITHER
      * ADDS TO THE CUMULATIVE FIGURES NOR BREAKS A DRIFT RUN - A
      * LATE FIGURE IS NOT EVIDENCE EITHER WAY. AN ACTUAL PAST THE
      * APPROVED SCHEDULE OR PAST THE PATTERN HAS NO PROJECTION TO
      * MEASURE AGAINST.
           MOVE scn-w-amount TO opening-amount
           MOVE 0 TO periods-measured first-breach drift-run
           MOVE SPACES TO drift-direction
           MOVE 0 TO cum-projected cum-actual cum-variance
           MOVE "N" TO balance-overflow-sw
           MOVE column-heading TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE 0 TO period-x
           PERFORM 3100-MEASURE-ONE-PERIOD
               UNTIL period-x >= ST-HIGH-PERIOD (scen-x).

       3100-MEASURE-ONE-PERIOD.
           ADD 1 TO period-x
           MOVE period-x TO NL-PERIOD
           EVALUATE TRUE
               WHEN PD-HAVE (period-x) NOT = "Y"
                   AND period-x > scn-w-periods
                   CONTINUE
               WHEN PD-HAVE (period-x) NOT = "Y"
                   MOVE "NO ACTUAL RECEIVED" TO NL-TEXT
                   MOVE note-line TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN period-x > scn-w-periods
                   MOVE "PAST THE APPROVED SCHEDULE - NOT MEASURED"
                       TO NL-TEXT
                   MOVE note-line TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN period-x > term-count
                   MOVE "PAST THE GROWTH PATTERN - NOT MEASURED"
                       TO NL-TEXT
                   MOVE note-line TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN balance-overflowed
                   MOVE "PROJECTION EXCEEDS FIELD - NOT MEASURED"
                       TO NL-TEXT
                   MOVE note-line TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               WHEN OTHER
                   PERFORM 3200-COMPARE-ONE-PERIOD
           END-EVALUATE.

       3200-COMPARE-ONE-PERIOD.
      * THE PROJECTED FIGURE IS FIBPROJ'S - OPENING AMOUNT TIMES THE
      * PERIOD'S TERM, ROUNDED TO THE CENT. ONCE A PROJECTION
      * OVERFLOWS, EVERY LATER ONE WOULD TOO.
           COMPUTE projected-amount ROUNDED =
               opening-amount * FT-VALUE (period-x)
               ON SIZE ERROR
                   SET balance-overflowed TO TRUE
           END-COMPUTE
           IF balance-overflowed
               MOVE "PROJECTION EXCEEDS FIELD - NOT MEASURED"
                   TO NL-TEXT
               MOVE note-line TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           ELSE
               MOVE PD-AMOUNT (period-x) TO actual-amount
               COMPUTE variance-amount =
                   actual-amount - projected-amount
               ADD 1 TO periods-measured
               ADD projected-amount TO cum-projected
               ADD actual-amount TO cum-actual
               ADD variance-amount TO cum-variance
               PERFORM 3300-COMPUTE-PERCENT
               PERFORM 3400-TRACK-DRIFT
               MOVE period-x TO DL-PERIOD
               MOVE projected-amount TO DL-PROJECTED
               MOVE actual-amount TO DL-ACTUAL
               MOVE variance-amount TO DL-VARIANCE
               MOVE variance-pct TO DL-PCT
               MOVE cum-variance TO DL-CUM-VARIANCE
               MOVE SPACES TO DL-NOTE
               IF pct-overflowed
                   MOVE "NO PROJECTED BASE" TO DL-NOTE
               END-IF
               IF abs-pct > VARIANCE-TOL-PCT OR pct-overflowed
                   SET any-breach TO TRUE
                   IF first-breach = 0
                       MOVE period-x TO first-breach
                       MOVE "*** FIRST BREAK" TO DL-NOTE
                   ELSE
                       IF NOT pct-overflowed
                           MOVE "OUTSIDE TOLERANCE" TO DL-NOTE
                       END-IF
                   END-IF
               END-IF
               MOVE detail-line TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

       3300-COMPUTE-PERCENT.
      * PERCENT OF THE PROJECTED FIGURE. A ZERO PROJECTION (A ZERO
      * OPENING AMOUNT OR A ZERO LEADING TERM) HAS NO PERCENTAGE; ANY
      * ACTUAL AGAINST IT COUNTS AS OUTSIDE TOLERANCE.
           MOVE "N" TO pct-overflow-sw
           MOVE 0 TO variance-pct
           IF projected-amount = 0
               IF actual-amount NOT = 0
                   SET pct-overflowed TO TRUE
               END-IF
           ELSE
               COMPUTE variance-pct ROUNDED =
                   variance-amount * 100 / projected-amount
                   ON SIZE ERROR
                       SET pct-overflowed TO TRUE
                       MOVE 0 TO variance-pct
               END-COMPUTE
           END-IF
           IF variance-pct < 0
               COMPUTE abs-pct = 0 - variance-pct
           ELSE
               MOVE variance-pct TO abs-pct
           END-IF.

       3400-TRACK-DRIFT.
      * THE RUN OF CONSECUTIVE MEASURED PERIODS ON THE SAME SIDE OF
      * THE PROJECTION. A PERIOD THAT LANDS EXACTLY ON IT ENDS THE
      * RUN.
           EVALUATE TRUE
               WHEN variance-amount > 0
                   MOVE "ABOVE" TO period-direction
               WHEN variance-amount < 0
                   MOVE "BELOW" TO period-direction
               WHEN OTHER
                   MOVE SPACES TO period-direction
           END-EVALUATE
           IF period-direction = SPACES
               MOVE 0 TO drift-run
           ELSE
               IF period-direction = drift-direction
                   ADD 1 TO drift-run
               ELSE
                   MOVE 1 TO drift-run
               END-IF
           END-IF
           MOVE period-direction TO drift-direction.

       4000-WRITE-SCENARIO-SUMMARY.
      * A SCENARIO IS A RE-SEED CANDIDATE WHEN ITS MOST RECENT
      * DRIFT-RUN-PERIODS MEASURED PERIODS (OR MORE) ALL CAME IN ON
      * THE SAME SIDE. AN OLD RUN SINCE BROKEN BY A PERIOD ON THE
      * OTHER SIDE DOES NOT COUNT - THE PATTERN HAS CAUGHT UP.
           MOVE 0 TO cum-pct
           IF cum-projected > 0
               COMPUTE cum-pct ROUNDED =
                   cum-variance * 100 / cum-projected
                   ON SIZE ERROR
                       MOVE 0 TO cum-pct
               END-COMPUTE
           END-IF
           MOVE cum-variance TO SL-CUM-VARIANCE
           MOVE cum-pct TO SL-CUM-PCT
           MOVE periods-measured TO SL-MEASURED
           MOVE summary-line-1 TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           IF first-breach = 0
               MOVE "NONE" TO SL-BREACH
           ELSE
               MOVE first-breach TO BT-PERIOD
               MOVE breach-text TO SL-BREACH
           END-IF
           MOVE summary-line-2 TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           IF drift-run >= DRIFT-RUN-PERIODS
               MOVE drift-run TO DT-RUN
               MOVE drift-direction TO DT-DIRECTION
               MOVE drift-text TO SL-DRIFT
               PERFORM 4100-NOTE-CANDIDATE
           ELSE
               MOVE "NO CONSISTENT DRIFT" TO SL-DRIFT
           END-IF
           MOVE summary-line-3 TO VARIANCE-LINE
           WRITE VARIANCE-LINE.

       4100-NOTE-CANDIDATE.
      * THE CANDIDATE TABLE IS AS LARGE AS THE SCENARIO TABLE, SO IT
      * CANNOT FILL.
           ADD 1 TO cand-count
           MOVE ST-NAME (scen-x) TO CT-NAME (cand-count)
           MOVE drift-direction TO CT-DIRECTION (cand-count)
           MOVE drift-run TO CT-RUN (cand-count)
           MOVE first-breach TO CT-FIRST-BREACH (cand-count)
           MOVE cum-pct TO CT-CUM-PCT (cand-count).

       8000-LIST-CANDIDATES.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE candidate-heading TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE candidate-subheading TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE candidate-column-heading TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE 0 TO cand-x
           PERFORM 8100-LIST-ONE-CANDIDATE
               UNTIL cand-x >= cand-count
           IF cand-count = 0
               MOVE "  NONE" TO VARIANCE-LINE
               WRITE VARIANCE-LINE
           END-IF.

       8100-LIST-ONE-CANDIDATE.
           ADD 1 TO cand-x
           MOVE CT-NAME (cand-x) TO CL-NAME
           MOVE CT-DIRECTION (cand-x) TO CL-DIRECTION
           MOVE CT-RUN (cand-x) TO CL-RUN
           IF CT-FIRST-BREACH (cand-x) = 0
               MOVE "NONE" TO CL-FIRST-BREACH
           ELSE
               MOVE CT-FIRST-BREACH (cand-x) TO BT-PERIOD
               MOVE breach-text TO CL-FIRST-BREACH
           END-IF
           MOVE CT-CUM-PCT (cand-x) TO CL-CUM-PCT
           MOVE candidate-line TO VARIANCE-LINE
           WRITE VARIANCE-LINE.

       8500-LIST-REJECTED-ACTUALS.
           IF reject-count > 0
               MOVE SPACES TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE reject-heading TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE reject-column-heading TO VARIANCE-LINE
               WRITE VARIANCE-LINE
               MOVE 0 TO reject-x
               PERFORM 8600-LIST-ONE-REJECT
                   UNTIL reject-x >= reject-count
               IF reject-unlisted > 0
                   MOVE reject-unlisted TO RU-COUNT
                   MOVE reject-unlisted-line TO VARIANCE-LINE
                   WRITE VARIANCE-LINE
               END-IF
           END-IF.

       8600-LIST-ONE-REJECT.
           ADD 1 TO reject-x
           MOVE RT-RECORD-NO (reject-x) TO RL-RECORD-NO
           MOVE RT-NAME (reject-x) TO RL-NAME
           MOVE RT-PERIOD (reject-x) TO RL-PERIOD
           MOVE RT-REASON (reject-x) TO RL-REASON
           MOVE reject-line TO VARIANCE-LINE
           WRITE VARIANCE-LINE.

       9000-TERMINATE.
      * RC 8 WHEN THE ACTUALS OR THE LIBRARY COULD NOT BE READ AND
      * NOTHING WAS MEASURED. RC 4 WHEN ANY PERIOD BROKE TOLERANCE,
      * ANY SCENARIO IS A RE-SEED CANDIDATE, ANY SCENARIO HAD NO
      * APPROVED VERSION TO MEASURE AGAINST, OR ANY ACTUAL RECORD WAS
      * REJECTED - EACH IS SOMETHING PLANNING HAS TO ACT ON.
           CLOSE VARIANCE-REPORT
           EVALUATE TRUE
               WHEN actuals-missing OR library-missing
                   MOVE 8 TO RETURN-CODE
               WHEN any-breach OR any-rejected OR any-unmeasured
                   OR cand-count > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "FIBVAR - " scen-count " SCENARIOS, "
               actual-count " ACTUALS ACCEPTED, " reject-count
               " REJECTED, " cand-count " RE-SEED CANDIDATES".
