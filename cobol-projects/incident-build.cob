       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCBUILD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCD-FILE-STATUS.
           SELECT POSITION-FILE ASSIGN TO "INCPOSN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POSN-FILE-STATUS.
           SELECT BUILD-REPORT ASSIGN TO "INCBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE
           RECORDING MODE IS F.
      * SAME FIXED LAYOUT ESCALATE WRITES FOR THE MONITORING BRIDGE.
       01  ALERT-RECORD.
           05  ALT-PRIORITY        PIC X(08).
           05  ALT-PROGRAM         PIC X(20).
           05  ALT-DATE            PIC X(08).
           05  ALT-COUNT           PIC 9(05).
           05  ALT-REASON          PIC X(40).

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

       FD  POSITION-FILE
           RECORDING MODE IS F.
      * HOW MANY ALERTOUT RECORDS HAVE ALREADY BEEN COUNTED INTO THE
      * INCIDENT MASTER, AND WHEN - ALERTOUT IS APPEND-ONLY, SO THE
      * NEXT RUN PICKS UP AT THE FIRST RECORD PAST THIS COUNT.
       01  POSITION-RECORD.
           05  IP-ALERTS-READ      PIC 9(09).
           05  IP-DATE             PIC X(08).
           05  IP-TIME             PIC X(06).

       FD  BUILD-REPORT
           RECORDING MODE IS F.
       01  BUILD-LINE                  PIC X(100).

       WORKING-STORAGE SECTION.

         77 alert-eof-sw PIC X(01) VALUE "N".
           88 alert-eof                 VALUE "Y".
         77 incident-eof-sw PIC X(01) VALUE "N".
           88 incident-eof              VALUE "Y".
         77 incident-found-sw PIC X(01) VALUE "N".
           88 incident-found            VALUE "Y".
         77 table-full-sw PIC X(01) VALUE "N".
           88 table-full                VALUE "Y".

         77 inc-x PIC 9(03).
         77 inc-count PIC 9(03) VALUE 0.
         77 inc-max PIC 9(03) VALUE 500.
         77 next-sequence PIC 9(07) VALUE 0.
         77 old-sequence PIC 9(07).
         77 alerts-on-file PIC 9(09) VALUE 0.
         77 alerts-read PIC 9(09) VALUE 0.
         77 start-position PIC 9(09) VALUE 0.
         77 applied-count PIC 9(07) VALUE 0.
         77 opened-count PIC 9(05) VALUE 0.
         77 reopened-count PIC 9(05) VALUE 0.
         77 repeat-count PIC 9(07) VALUE 0.
         77 match-key PIC X(60).
         77 build-action PIC X(10).

      * THE WHOLE MASTER IS HELD HERE WHILE THE NEW ALERTS ARE
      * APPLIED - KEYED BY PROGRAM AND REASON, THE IMAGE CARRIED AS
      * IT STANDS ON FILE - AND WRITTEN BACK IN ONE PASS AT THE END.
         01 incident-table.
           05  IT-ENTRY OCCURS 500 TIMES.
               10  IT-KEY           PIC X(60).
               10  IT-IMAGE         PIC X(260).

           COPY "incident.cpy"
               REPLACING ==INCIDENT-RECORD== BY ==incident-work==
               LEADING ==INC-== BY ==IW-==.

         01 new-incident-id           PIC X(08).
         01 new-id-parts REDEFINES new-incident-id.
           05 FILLER                PIC X(01).
           05 NI-SEQUENCE           PIC 9(07).

         01 ALERT-FILE-STATUS         PIC X(02).
         01 INCD-FILE-STATUS          PIC X(02).
         01 POSN-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(35)
               VALUE "INCIDENT BUILD FROM ALERTOUT - RUN ".
           05  RH1-DATE             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH1-TIME             PIC X(06).

         01 report-heading-2.
           05  FILLER               PIC X(10) VALUE "INCIDENT".
           05  FILLER               PIC X(10) VALUE "ACTION".
           05  FILLER               PIC X(09) VALUE "PRIORITY".
           05  FILLER               PIC X(21) VALUE "PROGRAM".
           05  FILLER               PIC X(09) VALUE "ALT-DATE".
           05  FILLER               PIC X(40) VALUE "REASON".

         01 report-detail-line.
           05  RD-ID                PIC X(10).
           05  RD-ACTION            PIC X(10).
           05  RD-PRIORITY          PIC X(09).
           05  RD-PROGRAM           PIC X(21).
           05  RD-DATE              PIC X(09).
           05  RD-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * TURNS THE PAGES ON ALERTOUT INTO INCIDENTS SOMEBODY OWNS.
      * EVERY ALERT WRITTEN SINCE THE LAST RUN IS MATCHED ON ITS
      * PROGRAM AND REASON: THE FIRST TIME A CONDITION PAGES IT
      * OPENS A NEW INCIDENT, AND EVERY REPEAT AFTER THAT IS COUNTED
      * AGAINST THE INCIDENT ALREADY ON FILE INSTEAD OF OPENING
      * ANOTHER. A CLOSED INCIDENT WHOSE CONDITION PAGES AGAIN FOR A
      * LATER CYCLE THAN THE ONE IT WAS CLOSED IN IS REOPENED AND
      * GOES BACK TO UNACKNOWLEDGED. THE OPERATOR WORKS THE
      * INCIDENTS ON THE INCMNT SCREEN AND INCAGE REPORTS THE ONES
      * LEFT STANDING.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 1000-LOAD-INCIDENTS
           PERFORM 1500-GET-START-POSITION
           OPEN OUTPUT BUILD-REPORT
           MOVE CD-DATE TO RH1-DATE
           MOVE CD-TIME TO RH1-TIME
           MOVE report-heading-1 TO BUILD-LINE
           WRITE BUILD-LINE
           MOVE SPACES TO BUILD-LINE
           WRITE BUILD-LINE
           MOVE report-heading-2 TO BUILD-LINE
           WRITE BUILD-LINE
           PERFORM 2000-APPLY-NEW-ALERTS
           PERFORM 3000-REWRITE-INCIDENTS
           PERFORM 4000-SAVE-POSITION
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-LOAD-INCIDENTS.
      * NO MASTER YET IS THE FIRST RUN - EVERY CONDITION ON ALERTOUT
      * OPENS AN INCIDENT.
           OPEN INPUT INCIDENT-FILE
           IF INCD-FILE-STATUS NOT = "00"
               SET incident-eof TO TRUE
           END-IF
           PERFORM 1100-LOAD-ONE-INCIDENT
               UNTIL incident-eof
           IF INCD-FILE-STATUS NOT = "35"
               CLOSE INCIDENT-FILE
           END-IF.

       1100-LOAD-ONE-INCIDENT.
           READ INCIDENT-FILE
               AT END SET incident-eof TO TRUE
               NOT AT END
                   IF inc-count < inc-max
                       ADD 1 TO inc-count
                       MOVE INC-PROGRAM TO IT-KEY (inc-count) (1:20)
                       MOVE INC-REASON TO IT-KEY (inc-count) (21:40)
                       MOVE INCIDENT-RECORD TO IT-IMAGE (inc-count)
                       IF INC-ID (2:7) IS NUMERIC
                           MOVE INC-ID (2:7) TO old-sequence
                           IF old-sequence > next-sequence
                               MOVE old-sequence TO next-sequence
                           END-IF
                       END-IF
                   ELSE
      * A MASTER THAT NO LONGER FITS MUST NOT BE WRITTEN BACK SHORT.
                       SET table-full TO TRUE
                       SET incident-eof TO TRUE
                   END-IF
           END-READ.

       1500-GET-START-POSITION.
      * A POSITION BEYOND THE END OF ALERTOUT MEANS THE FEED WAS
      * REPLACED RATHER THAN APPENDED TO - EVERY ALERT ON IT IS THEN
      * NEW.
           MOVE 0 TO start-position
           OPEN INPUT POSITION-FILE
           IF POSN-FILE-STATUS = "00"
               READ POSITION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF IP-ALERTS-READ IS NUMERIC
                           MOVE IP-ALERTS-READ TO start-position
                       END-IF
               END-READ
               CLOSE POSITION-FILE
           END-IF
           MOVE "N" TO alert-eof-sw
           OPEN INPUT ALERT-FILE
           IF ALERT-FILE-STATUS NOT = "00"
               SET alert-eof TO TRUE
           END-IF
           PERFORM 1510-COUNT-ONE-ALERT
               UNTIL alert-eof
           IF ALERT-FILE-STATUS NOT = "35"
               CLOSE ALERT-FILE
           END-IF
           IF start-position > alerts-on-file
               DISPLAY "INCBUILD - ALERTOUT SHORTER THAN LAST RUN ("
                   alerts-on-file " < " start-position
                   ") - READING IT FROM THE TOP"
               MOVE 0 TO start-position
               MOVE 4 TO RETURN-CODE
           END-IF.

       1510-COUNT-ONE-ALERT.
           READ ALERT-FILE
               AT END SET alert-eof TO TRUE
               NOT AT END ADD 1 TO alerts-on-file
           END-READ.

       2000-APPLY-NEW-ALERTS.
           IF table-full
               DISPLAY "INCBUILD - INCIDENT MASTER EXCEEDS " inc-max
                   " INCIDENTS - NOTHING APPLIED"
           ELSE
               MOVE "N" TO alert-eof-sw
               OPEN INPUT ALERT-FILE
               IF ALERT-FILE-STATUS NOT = "00"
                   SET alert-eof TO TRUE
               END-IF
               PERFORM 2100-APPLY-ONE-ALERT
                   UNTIL alert-eof
               IF ALERT-FILE-STATUS NOT = "35"
                   CLOSE ALERT-FILE
               END-IF
           END-IF.

       2100-APPLY-ONE-ALERT.
           READ ALERT-FILE
               AT END SET alert-eof TO TRUE
               NOT AT END
                   IF alerts-read >= start-position
                       PERFORM 2200-COUNT-AGAINST-INCIDENT
                   END-IF
      * AN ALERT THAT FOUND NO ROOM IS LEFT UNREAD SO THE NEXT RUN,
      * WITH THE TABLE ENLARGED, PICKS IT UP AGAIN.
                   IF table-full
                       SET alert-eof TO TRUE
                   ELSE
                       ADD 1 TO alerts-read
                   END-IF
           END-READ.

       2200-COUNT-AGAINST-INCIDENT.
           MOVE ALT-PROGRAM TO match-key (1:20)
           MOVE ALT-REASON TO match-key (21:40)
           PERFORM 2300-FIND-INCIDENT
           IF incident-found
               MOVE IT-IMAGE (inc-x) TO incident-work
               MOVE SPACES TO build-action
               IF IW-CLOSED AND ALT-DATE > IW-CLOSED-CYCLE
                   MOVE "OPEN" TO IW-STATUS
                   ADD 1 TO IW-REOPEN-COUNT
                   MOVE ALT-DATE TO IW-OPENED-DATE
                   MOVE SPACES TO IW-ACK-OPERATOR
                   MOVE SPACES TO IW-ACK-DATE
                   MOVE SPACES TO IW-ACK-TIME
                   ADD 1 TO reopened-count
                   MOVE "REOPENED" TO build-action
               ELSE
                   ADD 1 TO repeat-count
               END-IF
               PERFORM 2400-ADD-ALERT-COUNTS
               MOVE incident-work TO IT-IMAGE (inc-x)
               ADD 1 TO applied-count
               IF build-action NOT = SPACES
                   PERFORM 2600-WRITE-DETAIL
               END-IF
           ELSE
               IF inc-count < inc-max
                   PERFORM 2500-OPEN-INCIDENT
                   ADD 1 TO applied-count
                   MOVE "OPENED" TO build-action
                   PERFORM 2600-WRITE-DETAIL
               ELSE
                   DISPLAY "INCBUILD - INCIDENT TABLE FULL AT "
                       inc-max " - REMAINING ALERTS LEFT FOR NEXT RUN"
                   SET table-full TO TRUE
               END-IF
           END-IF.

       2300-FIND-INCIDENT.
           MOVE "N" TO incident-found-sw
           MOVE 0 TO inc-x
           PERFORM 2310-MATCH-ONE-INCIDENT
               UNTIL incident-found OR inc-x >= inc-count.

       2310-MATCH-ONE-INCIDENT.
           ADD 1 TO inc-x
           IF IT-KEY (inc-x) = match-key
               SET incident-found TO TRUE
           END-IF.

       2400-ADD-ALERT-COUNTS.
      * THE LATEST PAGE'S PRIORITY STANDS, AND A NON-NUMERIC COUNT
      * FROM A DAMAGED RECORD STILL COUNTS AS ONE OCCURRENCE.
           ADD 1 TO IW-ALERT-COUNT
           IF ALT-COUNT IS NUMERIC
               ADD ALT-COUNT TO IW-OCCURRENCES
           ELSE
               ADD 1 TO IW-OCCURRENCES
           END-IF
           IF ALT-DATE > IW-LAST-DATE
               MOVE ALT-DATE TO IW-LAST-DATE
           END-IF
           MOVE ALT-PRIORITY TO IW-PRIORITY.

       2500-OPEN-INCIDENT.
           ADD 1 TO next-sequence
           MOVE "I" TO new-incident-id (1:1)
           MOVE next-sequence TO NI-SEQUENCE
           MOVE SPACES TO incident-work
           MOVE new-incident-id TO IW-ID
           MOVE ALT-PROGRAM TO IW-PROGRAM
           MOVE ALT-REASON TO IW-REASON
           MOVE "OPEN" TO IW-STATUS
           MOVE ALT-DATE TO IW-OPENED-DATE
           MOVE ALT-DATE TO IW-FIRST-DATE
           MOVE ALT-DATE TO IW-LAST-DATE
           MOVE 0 TO IW-ALERT-COUNT
           MOVE 0 TO IW-OCCURRENCES
           MOVE 0 TO IW-REOPEN-COUNT
           PERFORM 2400-ADD-ALERT-COUNTS
           ADD 1 TO inc-count
           MOVE inc-count TO inc-x
           MOVE match-key TO IT-KEY (inc-x)
           MOVE incident-work TO IT-IMAGE (inc-x)
           ADD 1 TO opened-count.

       2600-WRITE-DETAIL.
           MOVE IW-ID TO RD-ID
           MOVE build-action TO RD-ACTION
           MOVE ALT-PRIORITY TO RD-PRIORITY
           MOVE ALT-PROGRAM TO RD-PROGRAM
           MOVE ALT-DATE TO RD-DATE
           MOVE ALT-REASON TO RD-REASON
           MOVE report-detail-line TO BUILD-LINE
           WRITE BUILD-LINE.

       3000-REWRITE-INCIDENTS.
      * A MASTER THAT DID NOT FIT THE TABLE IS LEFT EXACTLY AS IT WAS.
           IF inc-count > 0
               AND NOT (table-full AND applied-count = 0)
               OPEN OUTPUT INCIDENT-FILE
               MOVE 0 TO inc-x
               PERFORM 3100-WRITE-ONE-INCIDENT
                   UNTIL inc-x >= inc-count
               CLOSE INCIDENT-FILE
           END-IF.

       3100-WRITE-ONE-INCIDENT.
           ADD 1 TO inc-x
           MOVE IT-IMAGE (inc-x) TO INCIDENT-RECORD
           WRITE INCIDENT-RECORD.

       4000-SAVE-POSITION.
           IF NOT (table-full AND applied-count = 0)
               OPEN OUTPUT POSITION-FILE
               MOVE alerts-read TO IP-ALERTS-READ
               MOVE CD-DATE TO IP-DATE
               MOVE CD-TIME TO IP-TIME
               WRITE POSITION-RECORD
               CLOSE POSITION-FILE
           END-IF.

       9000-TERMINATE.
      * RC 8 WHEN ALERTS WERE LEFT UNCOUNTED BECAUSE THE TABLE WAS
      * FULL; 4 WHEN THE FEED HAD TO BE RE-READ FROM THE TOP.
           MOVE SPACES TO BUILD-LINE
           WRITE BUILD-LINE
           MOVE SPACES TO BUILD-LINE
           STRING "ALERTS ON FILE " alerts-on-file
               "  ALREADY COUNTED " start-position
               "  APPLIED " applied-count
               DELIMITED BY SIZE INTO BUILD-LINE
           WRITE BUILD-LINE
           MOVE SPACES TO BUILD-LINE
           STRING "INCIDENTS OPENED " opened-count
               "  REOPENED " reopened-count
               "  REPEATS COUNTED " repeat-count
               "  ON FILE " inc-count
               DELIMITED BY SIZE INTO BUILD-LINE
           WRITE BUILD-LINE
           CLOSE BUILD-REPORT
           DISPLAY "INCBUILD - " opened-count " OPENED, "
               reopened-count " REOPENED, " repeat-count " REPEATS"
           IF table-full
               MOVE 8 TO RETURN-CODE
           END-IF.
