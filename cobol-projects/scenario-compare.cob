           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCNK-FILE-STATUS.
           SELECT FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
                                   PIC X(20).

       FD  SCENARIO-KSDS-FILE.
      * ONE RECORD PER VERSION OF A SCENARIO - ONLY THE APPROVED
      * VERSION OF A NAME IS COMPARED (SEE SCENLOAD).
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
           88 in-section                VALUE "Y".
         77 any-missing-sw PIC X(01) VALUE "N".
           88 any-missing               VALUE "Y".
         77 version-free-sw PIC X(01).
           88 version-free              VALUE "Y".
         77 probe-version PIC 9(03).

         77 growth-pattern PIC X(08) VALUE "STANDARD".
         77 term-x PIC 9(03).
               10  CM-AMOUNT        PIC 9(09)V9(02) COMP-3.
               10  CM-PERIODS       PIC 9(05).
               10  CM-OWNER         PIC X(08).
               10  CM-VERSION       PIC 9(03).
               10  CM-APPROVER      PIC X(08).
               10  CM-APPROVED-DATE PIC X(08).
      * A LATER VERSION OF THE NAME STILL AWAITING APPROVAL - ZERO
      * WHEN THERE IS NONE. IT IS NOT COMPARED, ONLY REPORTED.
               10  CM-PENDING-VER   PIC 9(03).
               10  CM-BALANCE       PIC 9(13)V9(02) COMP-3.
               10  CM-OVERFLOW      PIC X(01).
      * RELATION TO THE BASE SCENARIO AT PERIOD 1 - A (AHEAD),
         01 missing-heading.
           05  FILLER               PIC X(10) VALUE "SCENARIO: ".
           05  MH-NAME              PIC X(20).
           05  MH-TEXT              PIC X(40).

         01 approval-line.
           05  FILLER               PIC X(10) VALUE "  VERSION ".
           05  AL-VERSION           PIC ZZ9.
           05  FILLER               PIC X(13) VALUE " APPROVED BY ".
           05  AL-APPROVER          PIC X(08).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  AL-DATE              PIC X(08).

         01 pending-line.
           05  FILLER               PIC X(10) VALUE "  VERSION ".
           05  PL-VERSION           PIC ZZ9.
           05  FILLER               PIC X(41) VALUE
               " PENDING APPROVAL - SKIPPED, NOT COMPARED".

         01 column-heading.
           05  FILLER               PIC X(08) VALUE "PERIOD".
      * WITH, AND REPORTS THE DIVERGENCE POINT - THE FIRST PERIOD
      * WHERE A SCENARIO'S PROJECTED BALANCE OVERTAKES THE BASE
      * SCENARIO'S. THIS REPLACES THE SECOND SPREADSHEET THE
      * ANALYSTS KEPT JUST TO LINE UP FIBPRJRPT OUTPUTS. ONLY THE
      * APPROVED VERSION OF EACH NAMED SCENARIO IS COMPARED; A
      * VERSION STILL PENDING APPROVAL IS LISTED UNDER THE SCENARIO
      * AS SKIPPED, AND A NAME WITH NOTHING APPROVED COUNTS AS NOT
      * IN THE LIBRARY.
           PERFORM 0700-GET-OPERATING-LIMITS
           PERFORM 1000-LOAD-GROWTH-PATTERN
           PERFORM 1200-GET-COMPARE-CARD
               MOVE "N" TO CM-OVERFLOW (scen-count)
               MOVE 0 TO CM-DIVERGE-PER (scen-count)
               MOVE SPACES TO CM-RELATION (scen-count)
               MOVE 0 TO CM-PENDING-VER (scen-count)
               MOVE "N" TO version-free-sw
               MOVE 0 TO probe-version
               PERFORM 1420-PROBE-ONE-VERSION
                   UNTIL version-free OR probe-version >= 999
               IF CM-FOUND (scen-count) = "N"
                   SET any-missing TO TRUE
                   DISPLAY "SCENCOMP - NOT IN LIBRARY OR NOT APPROVED: "
                       CC-NAME (scen-x)
               END-IF
           END-IF.

       1420-PROBE-ONE-VERSION.
      * VERSIONS ARE NUMBERED 1, 2, 3 ... PER NAME, SO THE WALK ENDS
      * AT THE FIRST FREE SLOT. AT MOST ONE VERSION IS APPROVED.
           ADD 1 TO probe-version
           MOVE CC-NAME (scen-x) TO SCNK-NAME
           MOVE probe-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   SET version-free TO TRUE
               NOT INVALID KEY
                   IF SCNK-PENDING
                       MOVE SCNK-VERSION TO CM-PENDING-VER (scen-count)
                   END-IF
                   IF SCNK-APPROVED
                       MOVE "Y" TO CM-FOUND (scen-count)
                       MOVE SCNK-AMOUNT TO CM-AMOUNT (scen-count)
                       MOVE SCNK-PERIODS TO CM-PERIODS (scen-count)
                       MOVE SCNK-OWNER TO CM-OWNER (scen-count)
                       MOVE SCNK-VERSION TO CM-VERSION (scen-count)
                       MOVE SCNK-APPROVER TO CM-APPROVER (scen-count)
                       MOVE SCNK-APPROVED-DATE
                           TO CM-APPROVED-DATE (scen-count)
                       IF SCNK-PERIODS > periods-max
                           MOVE SCNK-PERIODS TO periods-max
                       END-IF
                   END-IF
           END-READ.

       1500-INITIALIZE-REPORT.
           OPEN OUTPUT COMPARE-REPORT
               MOVE CM-PERIODS (scen-x) TO SH-PERIODS
               MOVE CM-OWNER (scen-x) TO SH-OWNER
               MOVE scenario-heading TO COMPARE-LINE
               WRITE COMPARE-LINE
               MOVE CM-VERSION (scen-x) TO AL-VERSION
               MOVE CM-APPROVER (scen-x) TO AL-APPROVER
               MOVE CM-APPROVED-DATE (scen-x) TO AL-DATE
               MOVE approval-line TO COMPARE-LINE
           ELSE
               MOVE CM-NAME (scen-x) TO MH-NAME
               IF CM-PENDING-VER (scen-x) > 0
                   MOVE "  *** NO APPROVED VERSION ***" TO MH-TEXT
               ELSE
                   MOVE "  *** NOT IN LIBRARY ***" TO MH-TEXT
               END-IF
               MOVE missing-heading TO COMPARE-LINE
           END-IF
           WRITE COMPARE-LINE
           IF CM-PENDING-VER (scen-x) > 0
               MOVE CM-PENDING-VER (scen-x) TO PL-VERSION
               MOVE pending-line TO COMPARE-LINE
               WRITE COMPARE-LINE
           END-IF.

       2000-WRITE-COMPARISON.
           MOVE SPACES TO COMPARE-LINE
           END-IF.

       9000-TERMINATE.
      * RC 4 WHEN A NAMED SCENARIO WAS NOT IN THE LIBRARY OR HAS NO
      * APPROVED VERSION, SO A PARTLY-ANSWERED COMPARISON IS VISIBLE
      * FROM THE JOB STATUS.
           CLOSE COMPARE-REPORT
           IF RETURN-CODE = 0 AND any-missing
               MOVE 4 TO RETURN-CODE
