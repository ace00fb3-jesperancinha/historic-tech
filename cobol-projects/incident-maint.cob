       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCD-FILE-STATUS.
           SELECT INCIDENT-SCRATCH-FILE ASSIGN TO "INCDTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

       FD  INCIDENT-SCRATCH-FILE
           RECORDING MODE IS F.
       01  INCIDENT-SCRATCH-RECORD     PIC X(260).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       WORKING-STORAGE SECTION.

         77 inc-operator PIC X(08) VALUE SPACES.
         77 inc-action PIC X(01).
         77 inc-incident-id PIC X(08).
         77 inc-notes-entry PIC X(60).
         77 inc-message PIC X(60).

         77 inc-again-sw PIC X(01) VALUE "Y".
           88 inc-again                 VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".
         77 incident-eof-sw PIC X(01) VALUE "N".
           88 incident-eof              VALUE "Y".
         77 incident-found-sw PIC X(01) VALUE "N".
           88 incident-found            VALUE "Y".

      * THE INCIDENT BEING WORKED, HELD HERE WHILE THE MASTER IS
      * CLOSED BETWEEN SCREENS.
           COPY "incident.cpy"
               REPLACING ==INCIDENT-RECORD== BY ==incident-work==
               LEADING ==INC-== BY ==IW-==.

         01 INCD-FILE-STATUS          PIC X(02).
         01 TEMP-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         77 business-date PIC X(08).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "INCIDENT MAINTENANCE - SIGN ON".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
           05  LINE 3  COLUMN 14 PIC X(08) TO inc-operator.

       01  ACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "INCIDENT MAINTENANCE".
           05  LINE 3  COLUMN 1  VALUE "INCIDENT ID: ".
           05  LINE 3  COLUMN 14 PIC X(08) TO inc-incident-id.
           05  LINE 4  COLUMN 1
               VALUE "ACTION (D=SHOW A=ACKNOWLEDGE N=NOTES C=CLOSE): ".
           05  LINE 4  COLUMN 49 PIC X(01) TO inc-action.

       01  DETAIL-SCREEN.
           05  LINE 6  COLUMN 1  VALUE "PROGRAM:  ".
           05  LINE 6  COLUMN 11 PIC X(20) FROM IW-PROGRAM.
           05  LINE 6  COLUMN 33 VALUE "PRIORITY: ".
           05  LINE 6  COLUMN 43 PIC X(08) FROM IW-PRIORITY.
           05  LINE 7  COLUMN 1  VALUE "REASON:   ".
           05  LINE 7  COLUMN 11 PIC X(40) FROM IW-REASON.
           05  LINE 8  COLUMN 1  VALUE "STATUS:   ".
           05  LINE 8  COLUMN 11 PIC X(08) FROM IW-STATUS.
           05  LINE 8  COLUMN 21 VALUE "OPENED ".
           05  LINE 8  COLUMN 28 PIC X(08) FROM IW-OPENED-DATE.
           05  LINE 8  COLUMN 38 VALUE "REOPENED ".
           05  LINE 8  COLUMN 47 PIC ZZ9 FROM IW-REOPEN-COUNT.
           05  LINE 9  COLUMN 1  VALUE "ALERTS:   ".
           05  LINE 9  COLUMN 11 PIC ZZZZ9 FROM IW-ALERT-COUNT.
           05  LINE 9  COLUMN 18 VALUE "FIRST ".
           05  LINE 9  COLUMN 24 PIC X(08) FROM IW-FIRST-DATE.
           05  LINE 9  COLUMN 34 VALUE "LATEST ".
           05  LINE 9  COLUMN 41 PIC X(08) FROM IW-LAST-DATE.
           05  LINE 10 COLUMN 1  VALUE "ACKED BY: ".
           05  LINE 10 COLUMN 11 PIC X(08) FROM IW-ACK-OPERATOR.
           05  LINE 10 COLUMN 21 PIC X(08) FROM IW-ACK-DATE.
           05  LINE 10 COLUMN 30 PIC X(06) FROM IW-ACK-TIME.
           05  LINE 11 COLUMN 1  VALUE "CLOSED BY:".
           05  LINE 11 COLUMN 11 PIC X(08) FROM IW-CLOSED-OPERATOR.
           05  LINE 11 COLUMN 21 PIC X(08) FROM IW-CLOSED-DATE.
           05  LINE 11 COLUMN 30 PIC X(06) FROM IW-CLOSED-TIME.
           05  LINE 12 COLUMN 1  VALUE "NOTES:    ".
           05  LINE 12 COLUMN 11 PIC X(60) FROM IW-NOTES.

      * THE CURRENT NOTES ARE OFFERED FOR EDITING RATHER THAN KEYED
      * FROM SCRATCH, SO ADDING A LINE OF FINDINGS DOES NOT LOSE
      * WHAT THE LAST OPERATOR WROTE.
       01  NOTES-SCREEN.
           05  LINE 14 COLUMN 1  VALUE "RESOLUTION NOTES:".
           05  LINE 15 COLUMN 1  PIC X(60) USING inc-notes-entry.

       01  MESSAGE-SCREEN.
           05  LINE 17 COLUMN 1  PIC X(60) FROM inc-message.

       01  AGAIN-SCREEN.
           05  LINE 19 COLUMN 1  VALUE "ANOTHER ACTION (Y/N)? ".
           05  LINE 19 COLUMN 23 PIC X(01) TO inc-again-sw.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * WHERE A PAGE GETS AN OWNER. A SIGNED-ON OPERATOR LOOKS AN
      * INCIDENT UP BY THE ID ON THE AGING REPORT, ACKNOWLEDGES IT
      * (WHICH STOPS IT AGING AS AN UNANSWERED PAGE), RECORDS WHAT
      * WAS FOUND AND DONE, AND CLOSES IT. EVERY CHANGE STAMPS THE
      * OPERATOR AND THE CLOCK TIME ON THE INCIDENT ITSELF. A CLOSED
      * INCIDENT IS FINAL HERE - ONLY A FRESH PAGE FOR THE SAME
      * CONDITION, IN A LATER CYCLE, REOPENS IT (INCBUILD).
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           PERFORM 0400-CHECK-AUTHORITY
           IF NOT operator-ok
               DISPLAY "INCMNT - SIGN-ON REFUSED FOR "
                   inc-operator
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-GET-ACTION
               UNTIL NOT inc-again
           STOP RUN.

       0400-CHECK-AUTHORITY.
      * ANY OPERATOR WITH AT LEAST INQUIRY AUTHORITY (LEVEL 1) MAY
      * WORK INCIDENTS - WHOEVER IS ON SHIFT ANSWERS THE PAGE. A
      * MISSING AUTHORITY FILE AUTHORIZES NOBODY.
           MOVE "N" TO auth-eof-sw
           MOVE "N" TO operator-ok-sw
           OPEN INPUT AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               SET auth-eof TO TRUE
           END-IF
           PERFORM 0410-CHECK-ONE-AUTHORITY-CARD
               UNTIL auth-eof
           IF AUTH-FILE-STATUS NOT = "35"
               CLOSE AUTHORITY-FILE
           END-IF.

       0410-CHECK-ONE-AUTHORITY-CARD.
           READ AUTHORITY-FILE
               AT END SET auth-eof TO TRUE
               NOT AT END
                   IF OA-OPERATOR = inc-operator
                       AND inc-operator NOT = SPACES
                       AND OA-AUTH-LEVEL >= "1"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       0800-GET-PROCESS-DATE.
      * A CLOSE RECORDS THE BUSINESS CYCLE IT HAPPENED IN - ONLY A
      * PAGE FOR A LATER CYCLE REOPENS THE INCIDENT, SO THE REPEATS
      * STILL ARRIVING FROM THE NIGHT ALREADY BEING WORKED DO NOT.
      * NO CARD (OR A BAD ONE) FALLS BACK TO THE CLOCK DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
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

       1000-GET-ACTION.
           MOVE SPACES TO inc-action
           MOVE SPACES TO inc-incident-id
           DISPLAY ACTION-SCREEN
           ACCEPT ACTION-SCREEN
           MOVE SPACES TO inc-message
           PERFORM 8000-FIND-INCIDENT
           IF NOT incident-found
               MOVE "INCIDENT ID NOT ON THE INCIDENT MASTER"
                   TO inc-message
           ELSE
               DISPLAY DETAIL-SCREEN
               EVALUATE inc-action
                   WHEN "D"
                       CONTINUE
                   WHEN "A"
                       PERFORM 2000-ACKNOWLEDGE-INCIDENT
                   WHEN "N"
                       PERFORM 3000-UPDATE-NOTES
                   WHEN "C"
                       PERFORM 4000-CLOSE-INCIDENT
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - USE D, A, N OR C"
                           TO inc-message
               END-EVALUATE
           END-IF
           DISPLAY MESSAGE-SCREEN
           DISPLAY AGAIN-SCREEN
           ACCEPT AGAIN-SCREEN.

       2000-ACKNOWLEDGE-INCIDENT.
           IF NOT IW-OPEN
               STRING "INCIDENT IS ALREADY " IW-STATUS
                   DELIMITED BY SIZE INTO inc-message
           ELSE
               PERFORM 7000-STAMP-ACKNOWLEDGED
               PERFORM 8300-REWRITE-INCIDENT
               STRING "INCIDENT " IW-ID " ACKNOWLEDGED BY "
                   inc-operator DELIMITED BY SIZE INTO inc-message
           END-IF.

       3000-UPDATE-NOTES.
           IF IW-CLOSED
               MOVE "INCIDENT IS CLOSED - NOTES CAN NO LONGER CHANGE"
                   TO inc-message
           ELSE
               MOVE IW-NOTES TO inc-notes-entry
               PERFORM 8400-ACCEPT-NOTES
               IF inc-notes-entry = IW-NOTES
                   MOVE "NOTES UNCHANGED" TO inc-message
               ELSE
                   MOVE inc-notes-entry TO IW-NOTES
                   MOVE inc-operator TO IW-NOTES-OPERATOR
                   PERFORM 8300-REWRITE-INCIDENT
                   STRING "NOTES RECORDED ON INCIDENT " IW-ID
                       DELIMITED BY SIZE INTO inc-message
               END-IF
           END-IF.

       4000-CLOSE-INCIDENT.
      * NOTHING IS CLOSED WITHOUT A RESOLUTION ON RECORD. CLOSING AN
      * INCIDENT NOBODY ACKNOWLEDGED ACKNOWLEDGES IT IN THE SAME
      * STROKE, SO THE RECORD ALWAYS SHOWS WHO TOOK THE PAGE.
           IF IW-CLOSED
               MOVE "INCIDENT IS ALREADY CLOSED" TO inc-message
           ELSE
               MOVE IW-NOTES TO inc-notes-entry
               PERFORM 8400-ACCEPT-NOTES
               IF inc-notes-entry = SPACES
                   MOVE "RESOLUTION NOTES ARE REQUIRED TO CLOSE"
                       TO inc-message
               ELSE
                   IF inc-notes-entry NOT = IW-NOTES
                       MOVE inc-notes-entry TO IW-NOTES
                       MOVE inc-operator TO IW-NOTES-OPERATOR
                   END-IF
                   IF IW-OPEN
                       PERFORM 7000-STAMP-ACKNOWLEDGED
                   END-IF
                   MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
                   MOVE "CLOSED" TO IW-STATUS
                   MOVE inc-operator TO IW-CLOSED-OPERATOR
                   MOVE CD-DATE TO IW-CLOSED-DATE
                   MOVE CD-TIME TO IW-CLOSED-TIME
                   MOVE business-date TO IW-CLOSED-CYCLE
                   PERFORM 8300-REWRITE-INCIDENT
                   STRING "INCIDENT " IW-ID " CLOSED BY "
                       inc-operator DELIMITED BY SIZE INTO inc-message
               END-IF
           END-IF.

       7000-STAMP-ACKNOWLEDGED.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE "ACKED" TO IW-STATUS
           MOVE inc-operator TO IW-ACK-OPERATOR
           MOVE CD-DATE TO IW-ACK-DATE
           MOVE CD-TIME TO IW-ACK-TIME.

       8000-FIND-INCIDENT.
           MOVE "N" TO incident-found-sw
           MOVE "N" TO incident-eof-sw
           OPEN INPUT INCIDENT-FILE
           IF INCD-FILE-STATUS NOT = "00"
               SET incident-eof TO TRUE
           END-IF
           PERFORM 8010-MATCH-ONE-INCIDENT
               UNTIL incident-eof
           IF INCD-FILE-STATUS NOT = "35"
               CLOSE INCIDENT-FILE
           END-IF.

       8010-MATCH-ONE-INCIDENT.
           READ INCIDENT-FILE
               AT END SET incident-eof TO TRUE
               NOT AT END
                   IF INC-ID = inc-incident-id
                       MOVE INCIDENT-RECORD TO incident-work
                       SET incident-found TO TRUE
                       SET incident-eof TO TRUE
                   END-IF
           END-READ.

       8300-REWRITE-INCIDENT.
      * THE CHANGED INCIDENT REPLACES ITS OLD IMAGE THROUGH THE SAME
      * COPY-THROUGH-A-SCRATCH SHAPE REQENTRY USES - EVERY OTHER
      * INCIDENT IS CARRIED ACROSS UNTOUCHED.
           MOVE "N" TO incident-eof-sw
           OPEN INPUT INCIDENT-FILE
           OPEN OUTPUT INCIDENT-SCRATCH-FILE
           PERFORM 8310-COPY-ONE-TO-SCRATCH
               UNTIL incident-eof
           CLOSE INCIDENT-FILE
           CLOSE INCIDENT-SCRATCH-FILE
           MOVE "N" TO incident-eof-sw
           OPEN OUTPUT INCIDENT-FILE
           OPEN INPUT INCIDENT-SCRATCH-FILE
           PERFORM 8320-COPY-ONE-FROM-SCRATCH
               UNTIL incident-eof
           CLOSE INCIDENT-SCRATCH-FILE
           CLOSE INCIDENT-FILE.

       8310-COPY-ONE-TO-SCRATCH.
           READ INCIDENT-FILE
               AT END SET incident-eof TO TRUE
               NOT AT END
                   IF INC-ID = IW-ID
                       WRITE INCIDENT-SCRATCH-RECORD
                           FROM incident-work
                   ELSE
                       WRITE INCIDENT-SCRATCH-RECORD
                           FROM INCIDENT-RECORD
                   END-IF
           END-READ.

       8320-COPY-ONE-FROM-SCRATCH.
           READ INCIDENT-SCRATCH-FILE INTO INCIDENT-RECORD
               AT END SET incident-eof TO TRUE
               NOT AT END
                   WRITE INCIDENT-RECORD
           END-READ.

       8400-ACCEPT-NOTES.
           DISPLAY NOTES-SCREEN
           ACCEPT NOTES-SCREEN.
