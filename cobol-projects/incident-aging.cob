       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCAGE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCD-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT AGING-REPORT ASSIGN TO "INCARPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

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

       FD  AGING-REPORT
           RECORDING MODE IS F.
       01  AGING-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

         77 incident-eof-sw PIC X(01) VALUE "N".
           88 incident-eof              VALUE "Y".
         77 cal-eof-sw PIC X(01) VALUE "N".
           88 cal-eof                   VALUE "Y".

         77 business-date PIC X(08).
         77 cal-x PIC 9(03).
         77 cal-count PIC 9(03) VALUE 0.
         77 cal-max PIC 9(03) VALUE 400.

         77 span-from PIC X(08).
         77 span-to PIC X(08).
         77 span-days PIC 9(05).
         77 open-count PIC 9(07) VALUE 0.
         77 acked-count PIC 9(07) VALUE 0.
         77 closed-count PIC 9(07) VALUE 0.
         77 overdue-count PIC 9(07) VALUE 0.
         77 reopened-count PIC 9(07) VALUE 0.

      * COMPILED DEFAULT ONLY - A LIMITCTL CARD FOR INCIDENT-AGE-DAYS,
      * PICKED UP THROUGH THE SHARED LIMITGET LOOKUP, OVERRIDES IT
      * WITHOUT A RECOMPILE.
         77 age-threshold PIC 9(05) VALUE 1.
         77 limit-name PIC X(20).
         77 limit-value PIC 9(09).
         77 limit-found PIC X(01).

         01 calendar-table.
           05  CT-ENTRY OCCURS 400 TIMES.
               10  CT-DATE          PIC X(08).
               10  CT-DAY-TYPE      PIC X(01).

         01 INCD-FILE-STATUS          PIC X(02).
         01 CAL-FILE-STATUS           PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(26)
               VALUE "OPEN INCIDENT AGING AS OF ".
           05  RH-DATE              PIC X(08).
           05  FILLER               PIC X(20)
               VALUE "  (BUSINESS DAYS)".

         01 overdue-heading.
           05  FILLER               PIC X(37)
               VALUE "UNACKNOWLEDGED INCIDENTS - OPEN OVER ".
           05  OH-THRESHOLD         PIC ZZZZ9.
           05  FILLER               PIC X(14) VALUE " BUSINESS DAYS".

         01 overdue-column-heading.
           05  FILLER               PIC X(10) VALUE "INCIDENT".
           05  FILLER               PIC X(10) VALUE "PRIORITY".
           05  FILLER               PIC X(21) VALUE "PROGRAM".
           05  FILLER               PIC X(10) VALUE "OPENED".
           05  FILLER               PIC X(06) VALUE "  AGE".
           05  FILLER               PIC X(07) VALUE " PAGES".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(34) VALUE "REASON".

         01 overdue-detail-line.
           05  OD-ID                PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-PRIORITY          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-PROGRAM           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  OD-OPENED            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  OD-AGE               PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  OD-PAGES             PIC ZZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  OD-REASON            PIC X(34).

         01 reopened-heading.
           05  FILLER               PIC X(50)
               VALUE "REOPENED INCIDENTS - PAGED AGAIN AFTER CLOSE".

         01 reopened-column-heading.
           05  FILLER               PIC X(10) VALUE "INCIDENT".
           05  FILLER               PIC X(08) VALUE "STATUS".
           05  FILLER               PIC X(21) VALUE "PROGRAM".
           05  FILLER               PIC X(08) VALUE "  TIMES".
           05  FILLER               PIC X(10) VALUE " REOPENED".
           05  FILLER               PIC X(19) VALUE "LAST CLOSED BY".
           05  FILLER               PIC X(24) VALUE "REASON".

         01 reopened-detail-line.
           05  RO-ID                PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RO-STATUS            PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RO-PROGRAM           PIC X(20).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RO-TIMES             PIC ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RO-OPENED            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RO-CLOSED-BY         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RO-CLOSED-DATE       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RO-REASON            PIC X(24).

         01 totals-line.
           05  FILLER               PIC X(06) VALUE "OPEN ".
           05  TL-OPEN              PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE "   ACKED ".
           05  TL-ACKED             PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE "   CLOSED ".
           05  TL-CLOSED            PIC ZZZZZZ9.
           05  FILLER               PIC X(16) VALUE "   OVER THRESH. ".
           05  TL-OVERDUE           PIC ZZZZZZ9.
           05  FILLER               PIC X(12) VALUE "   REOPENED ".
           05  TL-REOPENED          PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * THE MORNING LIST OF PAGES NOBODY HAS ANSWERED. EVERY
      * INCIDENT STILL OPEN (NOT ACKNOWLEDGED) IS AGED FROM THE DATE
      * IT WAS OPENED - OR LAST REOPENED - TO THE BUSINESS DATE IN
      * WORKING DAYS FROM THE SHOP CALENDAR, THE SAME COUNT TURNRPT
      * AGES REQUESTS BY, AND THE ONES PAST THE THRESHOLD ARE LISTED.
      * A SECOND PAGE LISTS EVERY INCIDENT NOT CLOSED THAT HAS BEEN
      * REOPENED, WITH WHO CLOSED IT LAST - A CONDITION THAT KEEPS
      * COMING BACK WAS NOT FIXED THE FIRST TIME. RC 4 WHEN EITHER
      * LIST HAS ANYTHING ON IT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0700-GET-OPERATING-LIMITS
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-LOAD-CALENDAR
           OPEN OUTPUT AGING-REPORT
           MOVE business-date TO RH-DATE
           MOVE report-heading-1 TO AGING-LINE
           WRITE AGING-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           IF cal-count = 0
               MOVE "CALENDAR NOT AVAILABLE - NO BUSINESS DAYS TO COUNT"
                   TO AGING-LINE
               WRITE AGING-LINE
               DISPLAY "INCAGE - CALENDAR NOT AVAILABLE, STATUS "
                   CAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-LIST-OVERDUE-INCIDENTS
               PERFORM 3000-LIST-REOPENED-INCIDENTS
               PERFORM 4000-WRITE-TOTALS
               IF overdue-count > 0 OR reopened-count > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE AGING-REPORT
           STOP RUN.

       0700-GET-OPERATING-LIMITS.
           MOVE "INCIDENT-AGE-DAYS" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y" AND limit-value <= 99999
               MOVE limit-value TO age-threshold
           END-IF.

       0800-GET-PROCESS-DATE.
      * INCIDENTS ARE AGED TO THE BUSINESS DATE OF THE CYCLE ON THE
      * PROCDATE CARD; NO CARD (OR A BAD ONE) FALLS BACK TO THE
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
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = "00"
               SET cal-eof TO TRUE
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

       2000-LIST-OVERDUE-INCIDENTS.
           MOVE age-threshold TO OH-THRESHOLD
           MOVE overdue-heading TO AGING-LINE
           WRITE AGING-LINE
           MOVE overdue-column-heading TO AGING-LINE
           WRITE AGING-LINE
           MOVE "N" TO incident-eof-sw
           OPEN INPUT INCIDENT-FILE
           IF INCD-FILE-STATUS NOT = "00"
               SET incident-eof TO TRUE
               DISPLAY "INCAGE - INCIDENT MASTER NOT AVAILABLE, STATUS "
                   INCD-FILE-STATUS
           END-IF
           PERFORM 2100-AGE-ONE-INCIDENT
               UNTIL incident-eof
           IF INCD-FILE-STATUS NOT = "35"
               CLOSE INCIDENT-FILE
           END-IF
           IF overdue-count = 0
               MOVE "  NONE" TO AGING-LINE
               WRITE AGING-LINE
           END-IF.

       2100-AGE-ONE-INCIDENT.
      * THE STATUS TOTALS ARE TAKEN ON THIS PASS; THE SECOND PASS
      * ONLY LISTS.
           READ INCIDENT-FILE
               AT END SET incident-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN INC-OPEN
                           ADD 1 TO open-count
                           PERFORM 2200-CHECK-ONE-OPEN-INCIDENT
                       WHEN INC-ACKED
                           ADD 1 TO acked-count
                       WHEN INC-CLOSED
                           ADD 1 TO closed-count
                   END-EVALUATE
           END-READ.

       2200-CHECK-ONE-OPEN-INCIDENT.
           MOVE INC-OPENED-DATE TO span-from
           MOVE business-date TO span-to
           PERFORM 6000-COUNT-BUSINESS-DAYS
           IF span-days > age-threshold
               ADD 1 TO overdue-count
               MOVE INC-ID TO OD-ID
               MOVE INC-PRIORITY TO OD-PRIORITY
               MOVE INC-PROGRAM TO OD-PROGRAM
               MOVE INC-OPENED-DATE TO OD-OPENED
               MOVE span-days TO OD-AGE
               MOVE INC-ALERT-COUNT TO OD-PAGES
               MOVE INC-REASON TO OD-REASON
               MOVE overdue-detail-line TO AGING-LINE
               WRITE AGING-LINE
           END-IF.

       3000-LIST-REOPENED-INCIDENTS.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE reopened-heading TO AGING-LINE
           WRITE AGING-LINE
           MOVE reopened-column-heading TO AGING-LINE
           WRITE AGING-LINE
           MOVE "N" TO incident-eof-sw
           OPEN INPUT INCIDENT-FILE
           IF INCD-FILE-STATUS NOT = "00"
               SET incident-eof TO TRUE
           END-IF
           PERFORM 3100-LIST-ONE-IF-REOPENED
               UNTIL incident-eof
           IF INCD-FILE-STATUS NOT = "35"
               CLOSE INCIDENT-FILE
           END-IF
           IF reopened-count = 0
               MOVE "  NONE" TO AGING-LINE
               WRITE AGING-LINE
           END-IF.

       3100-LIST-ONE-IF-REOPENED.
           READ INCIDENT-FILE
               AT END SET incident-eof TO TRUE
               NOT AT END
                   IF INC-REOPEN-COUNT > 0 AND NOT INC-CLOSED
                       ADD 1 TO reopened-count
                       MOVE INC-ID TO RO-ID
                       MOVE INC-STATUS TO RO-STATUS
                       MOVE INC-PROGRAM TO RO-PROGRAM
                       MOVE INC-REOPEN-COUNT TO RO-TIMES
                       MOVE INC-OPENED-DATE TO RO-OPENED
                       MOVE INC-CLOSED-OPERATOR TO RO-CLOSED-BY
                       MOVE INC-CLOSED-DATE TO RO-CLOSED-DATE
                       MOVE INC-REASON TO RO-REASON
                       MOVE reopened-detail-line TO AGING-LINE
                       WRITE AGING-LINE
                   END-IF
           END-READ.

       4000-WRITE-TOTALS.
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           MOVE open-count TO TL-OPEN
           MOVE acked-count TO TL-ACKED
           MOVE closed-count TO TL-CLOSED
           MOVE overdue-count TO TL-OVERDUE
           MOVE reopened-count TO TL-REOPENED
           MOVE totals-line TO AGING-LINE
           WRITE AGING-LINE
           DISPLAY "INCAGE - " overdue-count " UNACKNOWLEDGED PAST "
               age-threshold " DAYS, " reopened-count " REOPENED".

       6000-COUNT-BUSINESS-DAYS.
      * WORKING DAYS AFTER span-from UP TO AND INCLUDING span-to -
      * THE NIGHT A CONDITION FIRST PAGES DOES NOT COUNT, EACH
      * WORKING DAY IT GOES UNANSWERED AFTER THAT DOES.
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
