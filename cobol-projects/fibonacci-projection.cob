       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCNK-FILE-STATUS.
           SELECT FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  SCENARIO-KSDS-FILE.
      * ONE RECORD PER VERSION OF A SCENARIO - ONLY THE APPROVED
      * VERSION OF EACH NAME IS PROJECTED (SEE SCENLOAD).
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
         77 balance-overflow-sw PIC X(01).
           88 balance-overflowed        VALUE "Y".

         77 scenario-selected-sw PIC X(01).
           88 scenario-selected         VALUE "Y".
         77 library-missing-sw PIC X(01) VALUE "N".
           88 library-missing           VALUE "Y".

         77 growth-pattern PIC X(08) VALUE "STANDARD".
         77 term-x PIC 9(03).
         77 term-count PIC 9(03) VALUE 0.
      * COMPILED DEFAULT ONLY - THE LIMITCTL CARD FOR
           05  FT-VALUE OCCURS 500 TIMES
                                    PIC 9(21)V9(1) COMP-3.

      * PENDING VERSIONS PASSED OVER - LISTED AT THE FOOT OF THE
      * REPORT SO PLANNING CAN SEE WHAT IS WAITING FOR A CHECKER.
         77 pending-x PIC 9(03).
         77 pending-count PIC 9(03) VALUE 0.
         77 pending-max PIC 9(03) VALUE 100.
         77 pending-unlisted PIC 9(05) VALUE 0.
         01 pending-table.
           05  PT-ENTRY OCCURS 100 TIMES.
               10  PT-NAME          PIC X(20).
               10  PT-VERSION       PIC 9(03).
               10  PT-OWNER         PIC X(08).
               10  PT-LOADED-DATE   PIC X(08).

         01 FIB-FILE-STATUS           PIC X(02).
         01 SCNK-FILE-STATUS          PIC X(02).

      * THE APPROVED VERSION OF ONE SCENARIO, AS READ FROM THE KEYED
      * LIBRARY SCENLOAD MAINTAINS.
         01 scenario-work.
           05  scn-w-name           PIC X(20).
           05  scn-w-amount         PIC X(11).
                                    PIC 9(09)V9(02).
           05  scn-w-periods        PIC X(05).
           05  scn-w-owner          PIC X(08).
           05  scn-w-version        PIC 9(03).
           05  scn-w-approver       PIC X(08).
           05  scn-w-approved-date  PIC X(08).

         01 report-heading-1.
           05  FILLER               PIC X(44) VALUE
           05  FILLER               PIC X(08) VALUE "  OWNER ".
           05  SH-OWNER             PIC X(08).

         01 approval-line.
           05  FILLER               PIC X(10) VALUE "  VERSION ".
           05  AL-VERSION           PIC ZZ9.
           05  FILLER               PIC X(13) VALUE " APPROVED BY ".
           05  AL-APPROVER          PIC X(08).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  AL-DATE              PIC X(08).

         01 column-heading.
           05  FILLER               PIC X(10) VALUE "PERIOD".
           05  FILLER               PIC X(26) VALUE "GROWTH FACTOR".
           05  SM-PERIODS           PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE " PERIODS".

         01 pending-heading.
           05  FILLER               PIC X(60) VALUE
               "PENDING SCENARIOS NOT PROJECTED - AWAITING APPROVAL".

         01 pending-column-heading.
           05  FILLER               PIC X(22) VALUE "SCENARIO".
           05  FILLER               PIC X(09) VALUE "VERSION".
           05  FILLER               PIC X(10) VALUE "OWNER".
           05  FILLER               PIC X(08) VALUE "LOADED".

         01 pending-line.
           05  PL-NAME              PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PL-VERSION           PIC ZZ9.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  PL-OWNER             PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PL-LOADED-DATE       PIC X(08).

         01 pending-unlisted-line.
           05  FILLER               PIC X(06) VALUE "  AND ".
           05  PU-COUNT             PIC ZZZZ9.
           05  FILLER               PIC X(30) VALUE
               " MORE NOT LISTED".

         01 rejected-line.
           05  FILLER               PIC X(10) VALUE "SCENARIO: ".
           05  RJ-NAME              PIC X(20).
      * PERIOD-BY-PERIOD PROJECTED-BALANCE SCHEDULE OUT, WITH A
      * FINAL-VALUE SUMMARY LINE PER SCENARIO. THIS REPLACES THE
      * SPREADSHEET AN ANALYST SEEDS BY RE-KEYING REPORT NUMBERS.
      * ONLY APPROVED SCENARIOS ARE PROJECTED - A SCENARIO STILL
      * PENDING ITS SECOND-OPERATOR APPROVAL IS LISTED AS SKIPPED
      * AT THE FOOT OF THE REPORT, AND A NAME WITH A CHANGE PENDING
      * IS PROJECTED ON ITS APPROVED FIGURES UNTIL THE CHANGE IS
      * APPROVED.
           PERFORM 0700-GET-OPERATING-LIMITS
           PERFORM 1000-LOAD-GROWTH-PATTERN
           PERFORM 1500-INITIALIZE-REPORT
           END-READ.

       1500-INITIALIZE-REPORT.
      * THE KEYED SCENARIO LIBRARY IS THE ONLY SOURCE - EVERY
      * APPROVED SCENARIO RUNS EVERY MONTH WITHOUT RE-KEYING. THE
      * RAW SCENARIO CARDS ARE NO LONGER PROJECTED WHEN THE LIBRARY
      * IS MISSING: THEY ARE UNAPPROVED FIGURES BY DEFINITION.
           OPEN INPUT SCENARIO-KSDS-FILE
           IF SCNK-FILE-STATUS NOT = "00"
               SET library-missing TO TRUE
               SET scenario-eof TO TRUE
               DISPLAY "FIBPROJ - SCENKSDS NOT AVAILABLE, STATUS "
                   SCNK-FILE-STATUS
           END-IF
           OPEN OUTPUT PROJECTION-REPORT
           MOVE growth-pattern TO RH-PATTERN
           MOVE report-heading-1 TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           IF library-missing
               MOVE "SCENARIO LIBRARY NOT AVAILABLE - NOTHING PROJECTED"
                   TO PROJECTION-LINE
               WRITE PROJECTION-LINE
           ELSE
               PERFORM 2100-READ-SCENARIO
           END-IF.

       2000-PROJECT-ONE-SCENARIO.
           PERFORM 2200-VALIDATE-SCENARIO
           PERFORM 2100-READ-SCENARIO.

       2100-READ-SCENARIO.
      * NEXT APPROVED VERSION IN KEY ORDER. RETIRED VERSIONS ARE
      * HISTORY AND ARE PASSED OVER SILENTLY; PENDING ONES ARE NOTED
      * FOR THE SKIPPED LIST.
           MOVE "N" TO scenario-selected-sw
           PERFORM 2110-READ-ONE-LIBRARY-RECORD
               UNTIL scenario-eof OR scenario-selected.

       2110-READ-ONE-LIBRARY-RECORD.
           READ SCENARIO-KSDS-FILE
               AT END SET scenario-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SCNK-APPROVED
                           SET scenario-selected TO TRUE
                           MOVE SCNK-NAME TO scn-w-name
                           MOVE SCNK-AMOUNT TO scn-w-amount-n
                           MOVE SCNK-PERIODS TO scn-w-periods
                           MOVE SCNK-OWNER TO scn-w-owner
                           MOVE SCNK-VERSION TO scn-w-version
                           MOVE SCNK-APPROVER TO scn-w-approver
                           MOVE SCNK-APPROVED-DATE
                               TO scn-w-approved-date
                       WHEN SCNK-PENDING
                           PERFORM 2120-NOTE-PENDING-SCENARIO
                   END-EVALUATE
           END-READ.

       2120-NOTE-PENDING-SCENARIO.
           IF pending-count < pending-max
               ADD 1 TO pending-count
               MOVE SCNK-NAME TO PT-NAME (pending-count)
               MOVE SCNK-VERSION TO PT-VERSION (pending-count)
               MOVE SCNK-OWNER TO PT-OWNER (pending-count)
               MOVE SCNK-LOADED-DATE TO PT-LOADED-DATE (pending-count)
           ELSE
               ADD 1 TO pending-unlisted
           END-IF.

       2200-VALIDATE-SCENARIO.
           MOVE periods-wanted TO SH-PERIODS
           MOVE scenario-heading TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE scn-w-version TO AL-VERSION
           MOVE scn-w-approver TO AL-APPROVER
           MOVE scn-w-approved-date TO AL-DATE
           MOVE approval-line TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE column-heading TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE 0 TO periods-done
               WRITE PROJECTION-LINE
           END-IF.

       8000-LIST-PENDING-SCENARIOS.
           MOVE SPACES TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE pending-heading TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE pending-column-heading TO PROJECTION-LINE
           WRITE PROJECTION-LINE
           MOVE 0 TO pending-x
           PERFORM 8100-LIST-ONE-PENDING
               UNTIL pending-x >= pending-count
           IF pending-count = 0
               MOVE "  NONE" TO PROJECTION-LINE
               WRITE PROJECTION-LINE
           END-IF
           IF pending-unlisted > 0
               MOVE pending-unlisted TO PU-COUNT
               MOVE pending-unlisted-line TO PROJECTION-LINE
               WRITE PROJECTION-LINE
           END-IF.

       8100-LIST-ONE-PENDING.
           ADD 1 TO pending-x
           MOVE PT-NAME (pending-x) TO PL-NAME
           MOVE PT-VERSION (pending-x) TO PL-VERSION
           MOVE PT-OWNER (pending-x) TO PL-OWNER
           MOVE PT-LOADED-DATE (pending-x) TO PL-LOADED-DATE
           MOVE pending-line TO PROJECTION-LINE
           WRITE PROJECTION-LINE.

       9000-TERMINATE.
      * RC 4 WHEN ANY SCENARIO WAS REJECTED, SO A PARTLY-BUILT
      * PLANNING PAGE IS VISIBLE FROM THE JOB STATUS ALONE - THE
      * SAME CONVENTION COMBCALC USES FOR REJECTED REQUEST CARDS.
      * RC 8 WHEN THE LIBRARY COULD NOT BE READ AT ALL. PENDING
      * SCENARIOS ARE LISTED BUT DO NOT RAISE THE RETURN CODE -
      * WAITING FOR APPROVAL IS THE NORMAL STATE OF A NEW SCENARIO.
           IF library-missing
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 8000-LIST-PENDING-SCENARIOS
               CLOSE SCENARIO-KSDS-FILE
               IF any-rejected
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE PROJECTION-REPORT
           DISPLAY "FIBPROJ - " pending-count " PENDING SCENARIOS "
               "SKIPPED".
