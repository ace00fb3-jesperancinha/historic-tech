       IDENTIFICATION DIVISION.
       PROGRAM-ID. TURNRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT TURNAROUND-REPORT ASSIGN TO "TURNRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD.
           05  CAL-DATE            PIC X(08).
           05  CAL-DAY-TYPE        PIC X(01).
           05  CAL-MONTH-END       PIC X(01).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  TURNAROUND-REPORT
           RECORDING MODE IS F.
       01  TURNAROUND-LINE             PIC X(100).

       WORKING-STORAGE SECTION.

         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 cal-eof-sw PIC X(01) VALUE "N".
           88 cal-eof                   VALUE "Y".
         77 found-sw PIC X(01) VALUE "N".
           88 entry-found               VALUE "Y".

         77 business-date PIC X(08).
         77 cal-x PIC 9(03).
         77 cal-count PIC 9(03) VALUE 0.
         77 cal-max PIC 9(03) VALUE 400.
         77 dept-x PIC 9(03).
         77 dept-count PIC 9(03) VALUE 0.
         77 dept-max PIC 9(03) VALUE 50.
         77 src-x PIC 9(03).
         77 src-count PIC 9(03) VALUE 0.
         77 src-max PIC 9(03) VALUE 10.

         77 span-from PIC X(08).
         77 span-to PIC X(08).
         77 span-days PIC 9(05).
         77 avg-days PIC 9(05)V9(01).
         77 settled-count PIC 9(07) VALUE 0.
         77 open-count PIC 9(07) VALUE 0.
         77 overdue-count PIC 9(07) VALUE 0.
         77 undated-count PIC 9(07) VALUE 0.
         77 dropped-count PIC 9(07) VALUE 0.
         77 overdue-days PIC 9(05) VALUE 5.

         01 calendar-table.
           05  CT-ENTRY OCCURS 400 TIMES.
               10  CT-DATE          PIC X(08).
               10  CT-DAY-TYPE      PIC X(01).

      * TURNAROUND OF SETTLED REQUESTS AND AGING OF OPEN ONES, PER
      * REQUESTING DEPARTMENT.
         01 department-table.
           05  DT-ENTRY OCCURS 50 TIMES.
               10  DT-DEPT          PIC X(04).
               10  DT-SETTLED       PIC 9(07).
               10  DT-TOTAL-DAYS    PIC 9(09).
               10  DT-WORST-DAYS    PIC 9(05).
               10  DT-WORST-ID      PIC X(08).
               10  DT-AGE-1         PIC 9(05).
               10  DT-AGE-2-3       PIC 9(05).
               10  DT-AGE-4-5       PIC 9(05).
               10  DT-AGE-OVER-5    PIC 9(05).

      * TURNAROUND OF SETTLED REQUESTS PER REQUEST FILE THE CARD
      * WENT TO - FIBREQ, COMBREQ OR PARMIN.
         01 source-table.
           05  ST-ENTRY OCCURS 10 TIMES.
               10  ST-SOURCE        PIC X(08).
               10  ST-SETTLED       PIC 9(07).
               10  ST-TOTAL-DAYS    PIC 9(09).
               10  ST-WORST-DAYS    PIC 9(05).
               10  ST-WORST-ID      PIC X(08).

         01 RMST-FILE-STATUS          PIC X(02).
         01 CAL-FILE-STATUS           PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(35)
               VALUE "REQUEST TURNAROUND AND AGING AS OF".
           05  RH-DATE              PIC X(08).
           05  FILLER               PIC X(20)
               VALUE "  (BUSINESS DAYS)".

         01 turnaround-heading.
           05  FILLER               PIC X(30)
               VALUE "TURNAROUND OF SETTLED REQUESTS".
           05  FILLER               PIC X(04) VALUE " BY ".
           05  TH-GROUP             PIC X(10).

         01 turnaround-column-heading.
           05  FILLER               PIC X(10) VALUE "GROUP".
           05  FILLER               PIC X(10) VALUE "   SETTLED".
           05  FILLER               PIC X(10) VALUE "  AVERAGE".
           05  FILLER               PIC X(08) VALUE "   WORST".
           05  FILLER               PIC X(15) VALUE "  WORST REQUEST".

         01 turnaround-detail-line.
           05  TD-GROUP             PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-SETTLED           PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-AVERAGE           PIC ZZZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-WORST             PIC ZZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  TD-WORST-ID          PIC X(08).

         01 aging-heading.
           05  FILLER               PIC X(40)
               VALUE "AGING OF REQUESTS STILL RECEIVED".

         01 aging-column-heading.
           05  FILLER               PIC X(10) VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "  UP TO 1".
           05  FILLER               PIC X(10) VALUE "       2-3".
           05  FILLER               PIC X(10) VALUE "       4-5".
           05  FILLER               PIC X(10) VALUE "    OVER 5".

         01 aging-detail-line.
           05  AD-DEPT              PIC X(04).
           05  FILLER               PIC X(06) VALUE SPACES.
           05  AD-AGE-1             PIC ZZZZZZZZZ9.
           05  AD-AGE-2-3           PIC ZZZZZZZZZ9.
           05  AD-AGE-4-5           PIC ZZZZZZZZZ9.
           05  AD-AGE-OVER-5        PIC ZZZZZZZZZ9.

         01 overdue-heading.
           05  FILLER               PIC X(45)
               VALUE "OVERDUE REQUESTS - OVER 5 BUSINESS DAYS OPEN".

         01 overdue-column-heading.
           05  FILLER               PIC X(10) VALUE "REQUEST".
           05  FILLER               PIC X(06) VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(10) VALUE "RECEIVED".
           05  FILLER               PIC X(06) VALUE "  AGE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(30) VALUE "CARD IMAGE".

         01 overdue-detail-line.
           05  OD-REQUEST-ID        PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-DEPT              PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-SOURCE            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-RECEIVED-DATE     PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-AGE               PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  OD-CARD-IMAGE        PIC X(30).

         01 totals-line.
           05  FILLER               PIC X(09) VALUE "SETTLED ".
           05  TL-SETTLED           PIC ZZZZZZ9.
           05  FILLER               PIC X(08) VALUE "   OPEN ".
           05  TL-OPEN              PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "   OVERDUE ".
           05  TL-OVERDUE           PIC ZZZZZZ9.
           05  FILLER               PIC X(11) VALUE "   UNDATED ".
           05  TL-UNDATED           PIC ZZZZZZ9.

         01 dropped-line.
           05  FILLER               PIC X(48) VALUE
               "REQUESTS BEYOND TABLE CAPACITY - NOT TALLIED:".
           05  DR-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * HOW LONG DEPARTMENTS WAIT FOR THEIR ANSWERS. EVERY SETTLED
      * REQUEST ON THE MASTER IS MEASURED FROM ITS RECEIVED DATE TO
      * THE DATE REQSTAT SETTLED IT, IN WORKING DAYS FROM THE SHOP
      * CALENDAR (A REQUEST ANSWERED THE NIGHT IT ARRIVED IS ZERO),
      * AND AVERAGED AND WORST-CASED PER DEPARTMENT AND PER SOURCE.
      * EVERY REQUEST STILL RECEIVED IS AGED TO THE BUSINESS DATE
      * INTO UP-TO-1, 2-3, 4-5 AND OVER-5 DAY BUCKETS, AND THE
      * OVER-5 ONES ARE LISTED BY REQUEST ID SO "WHERE IS MY
      * 20-CHOOSE-4 FROM LAST WEEK" IS ANSWERED FROM ONE PAGE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-LOAD-CALENDAR
           OPEN OUTPUT TURNAROUND-REPORT
           MOVE business-date TO RH-DATE
           MOVE report-heading-1 TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE SPACES TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           IF cal-count = 0
               MOVE "CALENDAR NOT AVAILABLE - NO BUSINESS DAYS TO COUNT"
                   TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
               DISPLAY "TURNRPT - CALENDAR NOT AVAILABLE, STATUS "
                   CAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-TALLY-MASTER
               PERFORM 3000-WRITE-TURNAROUND-PAGES
               PERFORM 4000-WRITE-AGING-PAGE
               PERFORM 5000-LIST-OVERDUE-REQUESTS
               MOVE 0 TO RETURN-CODE
           END-IF
           CLOSE TURNAROUND-REPORT
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * OPEN REQUESTS ARE AGED TO THE BUSINESS DATE OF THE CYCLE ON
      * THE PROCDATE CARD; NO CARD (OR A BAD ONE) FALLS BACK TO THE
      * CLOCK DATE.
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
      * CARD IS KEPT THE SAME WAY CYCLECHK KEEPS IT.
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = "00"
               SET cal-eof TO TRUE
           END-IF
           PERFORM 1100-LOAD-ONE-CALENDAR-CARD
               UNTIL cal-eof
           CLOSE CALENDAR-FILE.

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

       2000-TALLY-MASTER.
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
               DISPLAY "TURNRPT - REQMSTR NOT AVAILABLE, STATUS "
                   RMST-FILE-STATUS
           END-IF
           PERFORM 2100-TALLY-ONE-REQUEST
               UNTIL master-eof
           CLOSE REQUEST-MASTER-FILE.

       2100-TALLY-ONE-REQUEST.
      * A REQUEST THE REQUESTER CANCELLED WAS NEVER ANSWERED, SO IT
      * NEITHER COUNTS AS TURNAROUND NOR AGES AS OPEN.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-STATUS = "RECEIVED"
                       PERFORM 2300-AGE-OPEN-REQUEST
                   ELSE
                       IF RM-STATUS NOT = "CANCELLED"
                           PERFORM 2200-MEASURE-SETTLED-REQUEST
                       END-IF
                   END-IF
           END-READ.

       2200-MEASURE-SETTLED-REQUEST.
      * A SETTLED RECORD WITH NO USABLE DATES CANNOT BE MEASURED -
      * IT IS COUNTED AS UNDATED RATHER THAN GUESSED AT.
           IF RM-RECEIVED-DATE IS NOT NUMERIC
               OR RM-STATUS-DATE IS NOT NUMERIC
               ADD 1 TO undated-count
           ELSE
               ADD 1 TO settled-count
               MOVE RM-RECEIVED-DATE TO span-from
               MOVE RM-STATUS-DATE TO span-to
               PERFORM 6000-COUNT-BUSINESS-DAYS
               PERFORM 2400-FIND-DEPARTMENT-ENTRY
               IF dept-x > 0
                   ADD 1 TO DT-SETTLED (dept-x)
                   ADD span-days TO DT-TOTAL-DAYS (dept-x)
                   IF span-days > DT-WORST-DAYS (dept-x)
                       OR DT-WORST-ID (dept-x) = SPACES
                       MOVE span-days TO DT-WORST-DAYS (dept-x)
                       MOVE RM-REQUEST-ID TO DT-WORST-ID (dept-x)
                   END-IF
               ELSE
                   ADD 1 TO dropped-count
               END-IF
               PERFORM 2500-FIND-SOURCE-ENTRY
               IF src-x > 0
                   ADD 1 TO ST-SETTLED (src-x)
                   ADD span-days TO ST-TOTAL-DAYS (src-x)
                   IF span-days > ST-WORST-DAYS (src-x)
                       OR ST-WORST-ID (src-x) = SPACES
                       MOVE span-days TO ST-WORST-DAYS (src-x)
                       MOVE RM-REQUEST-ID TO ST-WORST-ID (src-x)
                   END-IF
               END-IF
           END-IF.

       2300-AGE-OPEN-REQUEST.
           ADD 1 TO open-count
           IF RM-RECEIVED-DATE IS NOT NUMERIC
               ADD 1 TO undated-count
           ELSE
               MOVE RM-RECEIVED-DATE TO span-from
               MOVE business-date TO span-to
               PERFORM 6000-COUNT-BUSINESS-DAYS
               PERFORM 2400-FIND-DEPARTMENT-ENTRY
               IF dept-x > 0
                   EVALUATE TRUE
                       WHEN span-days <= 1
                           ADD 1 TO DT-AGE-1 (dept-x)
                       WHEN span-days <= 3
                           ADD 1 TO DT-AGE-2-3 (dept-x)
                       WHEN span-days <= overdue-days
                           ADD 1 TO DT-AGE-4-5 (dept-x)
                       WHEN OTHER
                           ADD 1 TO DT-AGE-OVER-5 (dept-x)
                   END-EVALUATE
               ELSE
                   ADD 1 TO dropped-count
               END-IF
               IF span-days > overdue-days
                   ADD 1 TO overdue-count
               END-IF
           END-IF.

       2400-FIND-DEPARTMENT-ENTRY.
      * LEAVES dept-x ON THE DEPARTMENT'S ROW, ADDING ONE IF IT IS
      * NEW - ZERO ONLY WHEN THE TABLE IS FULL.
           MOVE "N" TO found-sw
           MOVE 0 TO dept-x
           PERFORM 2410-MATCH-ONE-DEPARTMENT
               UNTIL entry-found OR dept-x >= dept-count
           IF NOT entry-found
               IF dept-count < dept-max
                   ADD 1 TO dept-count
                   MOVE dept-count TO dept-x
                   MOVE RM-DEPT TO DT-DEPT (dept-x)
                   MOVE 0 TO DT-SETTLED (dept-x)
                   MOVE 0 TO DT-TOTAL-DAYS (dept-x)
                   MOVE 0 TO DT-WORST-DAYS (dept-x)
                   MOVE SPACES TO DT-WORST-ID (dept-x)
                   MOVE 0 TO DT-AGE-1 (dept-x)
                   MOVE 0 TO DT-AGE-2-3 (dept-x)
                   MOVE 0 TO DT-AGE-4-5 (dept-x)
                   MOVE 0 TO DT-AGE-OVER-5 (dept-x)
               ELSE
                   MOVE 0 TO dept-x
               END-IF
           END-IF.

       2410-MATCH-ONE-DEPARTMENT.
           ADD 1 TO dept-x
           IF DT-DEPT (dept-x) = RM-DEPT
               SET entry-found TO TRUE
           END-IF.

       2500-FIND-SOURCE-ENTRY.
           MOVE "N" TO found-sw
           MOVE 0 TO src-x
           PERFORM 2510-MATCH-ONE-SOURCE
               UNTIL entry-found OR src-x >= src-count
           IF NOT entry-found
               IF src-count < src-max
                   ADD 1 TO src-count
                   MOVE src-count TO src-x
                   MOVE RM-SOURCE TO ST-SOURCE (src-x)
                   MOVE 0 TO ST-SETTLED (src-x)
                   MOVE 0 TO ST-TOTAL-DAYS (src-x)
                   MOVE 0 TO ST-WORST-DAYS (src-x)
                   MOVE SPACES TO ST-WORST-ID (src-x)
               ELSE
                   MOVE 0 TO src-x
               END-IF
           END-IF.

       2510-MATCH-ONE-SOURCE.
           ADD 1 TO src-x
           IF ST-SOURCE (src-x) = RM-SOURCE
               SET entry-found TO TRUE
           END-IF.

       3000-WRITE-TURNAROUND-PAGES.
           MOVE "DEPARTMENT" TO TH-GROUP
           MOVE turnaround-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE turnaround-column-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE 0 TO dept-x
           PERFORM 3100-WRITE-ONE-DEPT-LINE
               UNTIL dept-x >= dept-count
           MOVE SPACES TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE "SOURCE" TO TH-GROUP
           MOVE turnaround-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE turnaround-column-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE 0 TO src-x
           PERFORM 3200-WRITE-ONE-SOURCE-LINE
               UNTIL src-x >= src-count
           MOVE SPACES TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE.

       3100-WRITE-ONE-DEPT-LINE.
      * A DEPARTMENT WITH ONLY OPEN REQUESTS HAS NOTHING SETTLED TO
      * MEASURE - IT APPEARS ON THE AGING PAGE INSTEAD.
           ADD 1 TO dept-x
           IF DT-SETTLED (dept-x) > 0
               MOVE DT-DEPT (dept-x) TO TD-GROUP
               MOVE DT-SETTLED (dept-x) TO TD-SETTLED
               COMPUTE avg-days ROUNDED =
                   DT-TOTAL-DAYS (dept-x) / DT-SETTLED (dept-x)
               MOVE avg-days TO TD-AVERAGE
               MOVE DT-WORST-DAYS (dept-x) TO TD-WORST
               MOVE DT-WORST-ID (dept-x) TO TD-WORST-ID
               MOVE turnaround-detail-line TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
           END-IF.

       3200-WRITE-ONE-SOURCE-LINE.
           ADD 1 TO src-x
           MOVE ST-SOURCE (src-x) TO TD-GROUP
           MOVE ST-SETTLED (src-x) TO TD-SETTLED
           COMPUTE avg-days ROUNDED =
               ST-TOTAL-DAYS (src-x) / ST-SETTLED (src-x)
           MOVE avg-days TO TD-AVERAGE
           MOVE ST-WORST-DAYS (src-x) TO TD-WORST
           MOVE ST-WORST-ID (src-x) TO TD-WORST-ID
           MOVE turnaround-detail-line TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE.

       4000-WRITE-AGING-PAGE.
           MOVE aging-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE aging-column-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE 0 TO dept-x
           PERFORM 4100-WRITE-ONE-AGING-LINE
               UNTIL dept-x >= dept-count
           IF open-count = 0
               MOVE "NO REQUESTS OUTSTANDING" TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
           END-IF
           MOVE SPACES TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE.

       4100-WRITE-ONE-AGING-LINE.
           ADD 1 TO dept-x
           IF DT-AGE-1 (dept-x) + DT-AGE-2-3 (dept-x)
               + DT-AGE-4-5 (dept-x) + DT-AGE-OVER-5 (dept-x) > 0
               MOVE DT-DEPT (dept-x) TO AD-DEPT
               MOVE DT-AGE-1 (dept-x) TO AD-AGE-1
               MOVE DT-AGE-2-3 (dept-x) TO AD-AGE-2-3
               MOVE DT-AGE-4-5 (dept-x) TO AD-AGE-4-5
               MOVE DT-AGE-OVER-5 (dept-x) TO AD-AGE-OVER-5
               MOVE aging-detail-line TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
           END-IF.

       5000-LIST-OVERDUE-REQUESTS.
      * A SECOND PASS OVER THE MASTER - IT IS ALREADY IN REQUEST-ID
      * ORDER, SO THE LIST COMES OUT THAT WAY WITH NO TABLE TO FILL
      * AND NO LIMIT ON HOW MANY CAN BE SHOWN.
           MOVE overdue-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE overdue-column-heading TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
           END-IF
           PERFORM 5100-LIST-ONE-IF-OVERDUE
               UNTIL master-eof
           CLOSE REQUEST-MASTER-FILE
           IF overdue-count = 0
               MOVE "NO OVERDUE REQUESTS" TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
           END-IF
           MOVE SPACES TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           MOVE settled-count TO TL-SETTLED
           MOVE open-count TO TL-OPEN
           MOVE overdue-count TO TL-OVERDUE
           MOVE undated-count TO TL-UNDATED
           MOVE totals-line TO TURNAROUND-LINE
           WRITE TURNAROUND-LINE
           IF dropped-count > 0
               MOVE dropped-count TO DR-COUNT
               MOVE dropped-line TO TURNAROUND-LINE
               WRITE TURNAROUND-LINE
           END-IF.

       5100-LIST-ONE-IF-OVERDUE.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-STATUS = "RECEIVED"
                       AND RM-RECEIVED-DATE IS NUMERIC
                       MOVE RM-RECEIVED-DATE TO span-from
                       MOVE business-date TO span-to
                       PERFORM 6000-COUNT-BUSINESS-DAYS
                       IF span-days > overdue-days
                           MOVE RM-REQUEST-ID TO OD-REQUEST-ID
                           MOVE RM-DEPT TO OD-DEPT
                           MOVE RM-SOURCE TO OD-SOURCE
                           MOVE RM-RECEIVED-DATE TO OD-RECEIVED-DATE
                           MOVE span-days TO OD-AGE
                           MOVE RM-CARD-IMAGE TO OD-CARD-IMAGE
                           MOVE overdue-detail-line TO TURNAROUND-LINE
                           WRITE TURNAROUND-LINE
                       END-IF
                   END-IF
           END-READ.

       6000-COUNT-BUSINESS-DAYS.
      * WORKING DAYS AFTER span-from UP TO AND INCLUDING span-to -
      * THE DAY A REQUEST ARRIVES DOES NOT COUNT AGAINST US, THE DAY
      * IT IS ANSWERED DOES.
           MOVE 0 TO span-days
           MOVE 0 TO cal-x
           PERFORM 6100-COUNT-ONE-CALENDAR-DAY
               UNTIL cal-x >= cal-count.

       6100-COUNT-ONE-CALENDAR-DAY.
           ADD 1 TO cal-x
           IF CT-DAY-TYPE (cal-x) = "W"
               AND CT-DATE (cal-x) > span-from
               AND CT-DATE (cal-x) NOT > span-to
               ADD 1 TO span-days
           END-IF.
