       IDENTIFICATION DIVISION.
       PROGRAM-ID. DQSWEEP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT MESSAGE-LOG-FILE ASSIGN TO "MSGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQLOG-FILE-STATUS.
           SELECT SWEEP-REPORT ASSIGN TO "DQRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "audrec.cpy".

       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "msgrec.cpy".

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY "suspense.cpy".

       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  INQUIRY-LOG-FILE
           RECORDING MODE IS F.
           COPY "inqlog.cpy".

       FD  SWEEP-REPORT
           RECORDING MODE IS F.
       01  SWEEP-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         77 file-eof-sw PIC X(01) VALUE "N".
           88 file-eof                  VALUE "Y".
         77 file-present-sw PIC X(01) VALUE "N".
           88 file-present              VALUE "Y".
         77 record-bad-sw PIC X(01) VALUE "N".
           88 record-bad                VALUE "Y".
         77 date-ok-sw PIC X(01) VALUE "N".
           88 date-ok                   VALUE "Y".
         77 time-ok-sw PIC X(01) VALUE "N".
           88 time-ok                   VALUE "Y".
         77 found-sw PIC X(01) VALUE "N".
           88 entry-found               VALUE "Y".
         77 sweep-failed-sw PIC X(01) VALUE "N".
           88 sweep-failed              VALUE "Y".
         77 file-missing-sw PIC X(01) VALUE "N".
           88 file-missing              VALUE "Y".

      * WHERE THE SWEEP IS IN THE CURRENT FILE, AND WHAT IT FOUND.
         77 sweep-file PIC X(09).
         77 record-position PIC 9(07) VALUE 0.
         77 bad-record-count PIC 9(07) VALUE 0.
         77 exception-total PIC 9(07) VALUE 0.
         77 unlisted-count PIC 9(07) VALUE 0.

      * THE EXCEPTION BEING LOGGED - FIELD NAME AS THE COPYBOOK
      * SPELLS IT, THE RULE IT BROKE, AND THE OFFENDING VALUE.
         77 check-field PIC X(16).
         77 check-rule PIC X(26).
         77 check-value PIC X(24).

         77 date-work PIC X(08).
         77 time-work PIC X(06).
         77 month-days PIC 9(02).
         77 leap-quot PIC 9(04).
         77 leap-rem PIC 9(04).
         77 msg-number PIC X(04).
         77 msg-severity PIC X(01).

         77 rule-x PIC 9(03).
         77 rule-count PIC 9(03) VALUE 0.
         77 rule-max PIC 9(03) VALUE 40.
         77 ex-x PIC 9(04).
         77 ex-count PIC 9(04) VALUE 0.
         77 ex-max PIC 9(04) VALUE 2000.
         77 rq-x PIC 9(05).
         77 rq-count PIC 9(05) VALUE 0.
         77 rq-max PIC 9(05) VALUE 20000.
         77 rq-dropped PIC 9(07) VALUE 0.
         77 sf-x PIC 9(01).
         77 sf-count PIC 9(01) VALUE 0.
         77 match-request-id PIC X(08).

      * ONE ROW PER FIELD AND RULE BROKEN IN THE CURRENT FILE, IN THE
      * ORDER FIRST SEEN, WITH HOW MANY RECORDS BROKE IT.
         01 rule-table.
           05  RL-ENTRY OCCURS 40 TIMES.
               10  RL-FIELD         PIC X(16).
               10  RL-RULE          PIC X(26).
               10  RL-COUNT         PIC 9(07).

      * ONE ROW PER EXCEPTION IN THE CURRENT FILE - WHICH RULE, THE
      * RECORD POSITION (1 FOR THE FIRST RECORD IN THE FILE) AND THE
      * VALUE FOUND. EXCEPTIONS PAST THE TABLE ARE STILL COUNTED
      * AGAINST THEIR RULE, JUST NOT LISTED BY POSITION.
         01 exception-table.
           05  EX-ENTRY OCCURS 2000 TIMES.
               10  EX-RULE-X        PIC 9(03).
               10  EX-POSITION      PIC 9(07).
               10  EX-VALUE         PIC X(24).

      * EVERY REQUEST ID ON REQMSTR, WITH THE POSITION IT FIRST
      * APPEARS AT - WHAT A RESULT'S REQUEST ID IS CHECKED AGAINST,
      * AND HOW A SECOND REQMSTR RECORD FOR THE SAME ID IS SPOTTED.
         01 request-id-table.
           05  RQ-ENTRY OCCURS 20000 TIMES.
               10  RQ-REQUEST-ID    PIC X(08).
               10  RQ-POSITION      PIC 9(07).

      * ONE ROW PER FILE SWEPT, FOR THE CLOSING SUMMARY.
         01 file-summary-table.
           05  SF-ENTRY OCCURS 7 TIMES.
               10  SF-FILE          PIC X(09).
               10  SF-STATE         PIC X(11).
               10  SF-RECORDS       PIC 9(07).
               10  SF-BAD-RECORDS   PIC 9(07).
               10  SF-EXCEPTIONS    PIC 9(07).

         01 AUD-FILE-STATUS           PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).
         01 MSG-FILE-STATUS           PIC X(02).
         01 SUSP-FILE-STATUS          PIC X(02).
         01 RMST-FILE-STATUS          PIC X(02).
         01 INQLOG-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 date-parts.
           05  DW-YYYY              PIC 9(04).
           05  DW-MM                PIC 9(02).
           05  DW-DD                PIC 9(02).

         01 report-heading-1.
           05  FILLER               PIC X(38)
               VALUE "SHARED FILE DATA-QUALITY SWEEP - RUN ".
           05  RH-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH-TIME              PIC X(06).

         01 file-heading-line.
           05  FILLER               PIC X(05) VALUE "FILE ".
           05  FH-FILE              PIC X(09).
           05  FILLER               PIC X(10) VALUE " RECORDS  ".
           05  FH-RECORDS           PIC ZZZZZZ9.
           05  FILLER               PIC X(20)
               VALUE "  RECORDS IN ERROR  ".
           05  FH-BAD-RECORDS       PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE "  EXCEPTIONS  ".
           05  FH-EXCEPTIONS        PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FH-VERDICT           PIC X(11).

         01 rule-column-heading.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE "FIELD".
           05  FILLER               PIC X(28) VALUE "RULE".
           05  FILLER               PIC X(07) VALUE "  COUNT".

         01 rule-line.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  RU-FIELD             PIC X(16).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RU-RULE              PIC X(26).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RU-COUNT             PIC ZZZZZZ9.

         01 position-line.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "RECORD ".
           05  PL-POSITION          PIC ZZZZZZ9.
           05  FILLER               PIC X(09) VALUE "  VALUE '".
           05  PL-VALUE             PIC X(24).
           05  FILLER               PIC X(01) VALUE "'".

         01 unlisted-line.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE
               "EXCEPTIONS COUNTED BUT NOT LISTED BY RECORD:".
           05  UL-COUNT             PIC ZZZZZZ9.

         01 summary-heading.
           05  FILLER               PIC X(30)
               VALUE "SWEEP SUMMARY".

         01 summary-column-heading.
           05  FILLER               PIC X(10) VALUE "FILE".
           05  FILLER               PIC X(13) VALUE "STATE".
           05  FILLER               PIC X(09) VALUE "  RECORDS".
           05  FILLER               PIC X(10) VALUE "  IN ERROR".
           05  FILLER               PIC X(12) VALUE "  EXCEPTIONS".

         01 summary-detail-line.
           05  SD-FILE              PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SD-STATE             PIC X(11).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-RECORDS           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SD-BAD-RECORDS       PIC ZZZZZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  SD-EXCEPTIONS        PIC ZZZZZZZZ9.

         01 dropped-line.
           05  FILLER               PIC X(48) VALUE
               "REQMSTR IDS BEYOND TABLE CAPACITY - NOT LOADED:".
           05  DR-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * DATA-QUALITY SWEEP OF THE SHARED FILES AGAINST THE RULES THEIR
      * COPYBOOKS SET DOWN - AUDITLOG, RESULTOUT, RUNCTL, MSGLOG,
      * SUSPENSE, REQMSTR AND INQLOG. A BAD RECORD IN ONE OF THESE
      * USED TO SIT UNNOTICED FOR WEEKS UNTIL SOME DOWNSTREAM JOB FELL
      * OVER ON IT; THIS FINDS IT FIRST. EVERY FIELD IS CHECKED -
      * NUMERIC PICTURES NUMERIC, DATES REAL CALENDAR DATES, TIMES
      * REAL TIMES, CODES WITHIN THE VALUES THE WRITING PROGRAMS
      * USE, MSG-ID IN THE CMBnnnn-PLUS-SEVERITY SHAPE, AND EVERY
      * REQUEST ID ON A RESULT PRESENT ON REQMSTR. FIELDS A COPYBOOK
      * SAYS ARE SPACES ON RECORDS WRITTEN BEFORE THE FIELD EXISTED
      * MAY BE SPACES - EXCEPT RC-CYCLE-DATE, WHICH EVERYTHING THAT
      * SCOPES RUN-CONTROL BY CYCLE NOW DEPENDS ON. THE REPORT LISTS
      * EACH FILE'S EXCEPTIONS BY FIELD AND RULE WITH THE RECORD
      * POSITIONS. RC 0 - EVERY FILE CLEAN; RC 4 - CLEAN, BUT A FILE
      * WAS NOT THERE TO SWEEP; RC 8 - AT LEAST ONE EXCEPTION.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN OUTPUT SWEEP-REPORT
           MOVE CD-DATE TO RH-DATE
           MOVE CD-TIME TO RH-TIME
           WRITE SWEEP-LINE FROM report-heading-1
           PERFORM 1000-LOAD-REQUEST-IDS
           PERFORM 2000-SWEEP-AUDIT-LOG
           PERFORM 2100-SWEEP-RESULTS
           PERFORM 2200-SWEEP-RUN-CONTROL
           PERFORM 2300-SWEEP-MESSAGE-LOG
           PERFORM 2400-SWEEP-SUSPENSE
           PERFORM 2500-SWEEP-REQUEST-MASTER
           PERFORM 2600-SWEEP-INQUIRY-LOG
           PERFORM 6500-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-LOAD-REQUEST-IDS.
      * A FIRST PASS OF REQMSTR FOR ITS REQUEST IDS, SO RESULTOUT -
      * SWEPT BEFORE REQMSTR ITSELF - CAN BE CHECKED AGAINST THEM.
           MOVE "N" TO file-eof-sw
           MOVE 0 TO record-position
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 1010-LOAD-ONE-REQUEST-ID
               UNTIL file-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF.

       1010-LOAD-ONE-REQUEST-ID.
           READ REQUEST-MASTER-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   ADD 1 TO record-position
                   IF RM-REQUEST-ID NOT = SPACES
                       MOVE RM-REQUEST-ID TO match-request-id
                       PERFORM 7200-FIND-REQUEST-ID
                       IF NOT entry-found
                           IF rq-count < rq-max
                               ADD 1 TO rq-count
                               MOVE RM-REQUEST-ID
                                   TO RQ-REQUEST-ID (rq-count)
                               MOVE record-position
                                   TO RQ-POSITION (rq-count)
                           ELSE
                               ADD 1 TO rq-dropped
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2000-SWEEP-AUDIT-LOG.
           MOVE "AUDITLOG" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT AUDIT-FILE
           IF AUD-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2010-CHECK-ONE-AUDIT
               UNTIL file-eof
           IF AUD-FILE-STATUS NOT = "35"
               CLOSE AUDIT-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2010-CHECK-ONE-AUDIT.
           READ AUDIT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   IF AUD-PROGRAM = SPACES
                       MOVE "AUD-PROGRAM" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   END-IF
                   MOVE "AUD-RUN-DATE" TO check-field
                   MOVE AUD-RUN-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   MOVE "AUD-RUN-TIME" TO check-field
                   MOVE AUD-RUN-TIME TO time-work
                   PERFORM 8300-REQUIRE-TIME
                   IF AUD-INPUT-N IS NOT NUMERIC
                       MOVE "AUD-INPUT-N" TO check-field
                       MOVE AUDIT-RECORD (35:5) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF AUD-RETURN-CODE IS NOT NUMERIC
                       MOVE "AUD-RETURN-CODE" TO check-field
                       MOVE AUDIT-RECORD (112:3) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   MOVE "AUD-START-TIME" TO check-field
                   MOVE AUD-START-TIME TO time-work
                   PERFORM 8300-REQUIRE-TIME
                   IF AUD-ELAPSED-SECS IS NOT NUMERIC
                       MOVE "AUD-ELAPSED-SECS" TO check-field
                       MOVE AUDIT-RECORD (121:6) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       2100-SWEEP-RESULTS.
           MOVE "RESULTOUT" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2110-CHECK-ONE-RESULT
               UNTIL file-eof
           IF RSLT-FILE-STATUS NOT = "35"
               CLOSE RESULT-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2110-CHECK-ONE-RESULT.
      * NR-STATUS IS OK, INVALID OR OVERFLOW. THE REQUEST TYPE IS
      * ONE OF THE COMBINATIONS TYPES (C R M D), A FIBONACCI SEED
      * PATTERN (S L C) OR A BINOMIAL FORM (K B), OR SPACE.
           READ RESULT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   IF NR-PROGRAM = SPACES
                       MOVE "NR-PROGRAM" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   END-IF
                   IF NR-INPUT-N IS NOT NUMERIC
                       MOVE "NR-INPUT-N" TO check-field
                       MOVE NUMERIC-RESULT-RECORD (21:5) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF NR-STATUS NOT = "OK"
                       AND NR-STATUS NOT = "INVALID"
                       AND NR-STATUS NOT = "OVERFLOW"
                       MOVE "NR-STATUS" TO check-field
                       MOVE NR-STATUS TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   MOVE "NR-RUN-DATE" TO check-field
                   MOVE NR-RUN-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   IF NR-REQUEST-ID NOT = SPACES
                       MOVE NR-REQUEST-ID TO match-request-id
                       PERFORM 7200-FIND-REQUEST-ID
                       IF NOT entry-found
                           MOVE "NR-REQUEST-ID" TO check-field
                           MOVE "NOT ON REQMSTR" TO check-rule
                           MOVE NR-REQUEST-ID TO check-value
                           PERFORM 8000-LOG-EXCEPTION
                       END-IF
                   END-IF
                   IF NUMERIC-RESULT-RECORD (124:5) NOT = SPACES
                       AND NR-INPUT-R IS NOT NUMERIC
                       MOVE "NR-INPUT-R" TO check-field
                       MOVE NUMERIC-RESULT-RECORD (124:5)
                           TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF NR-REQUEST-TYPE NOT = SPACE
                       AND NR-REQUEST-TYPE NOT = "C"
                       AND NR-REQUEST-TYPE NOT = "R"
                       AND NR-REQUEST-TYPE NOT = "M"
                       AND NR-REQUEST-TYPE NOT = "D"
                       AND NR-REQUEST-TYPE NOT = "S"
                       AND NR-REQUEST-TYPE NOT = "L"
                       AND NR-REQUEST-TYPE NOT = "K"
                       AND NR-REQUEST-TYPE NOT = "B"
                       MOVE "NR-REQUEST-TYPE" TO check-field
                       MOVE NR-REQUEST-TYPE TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       2200-SWEEP-RUN-CONTROL.
           MOVE "RUNCTL" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2210-CHECK-ONE-RUN-RECORD
               UNTIL file-eof
           IF RUNCTL-FILE-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2210-CHECK-ONE-RUN-RECORD.
      * AN OPERATOR OVERRIDE (RC 999) MUST SAY WHO MADE IT.
           READ RUN-CONTROL-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   IF RC-PROGRAM = SPACES
                       MOVE "RC-PROGRAM" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   END-IF
                   IF RC-STATUS NOT = "STARTED"
                       AND RC-STATUS NOT = "ENDED"
                       MOVE "RC-STATUS" TO check-field
                       MOVE RC-STATUS TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   MOVE "RC-DATE" TO check-field
                   MOVE RC-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   MOVE "RC-TIME" TO check-field
                   MOVE RC-TIME TO time-work
                   PERFORM 8300-REQUIRE-TIME
                   IF RC-RETURN-CODE IS NOT NUMERIC
                       MOVE "RC-RETURN-CODE" TO check-field
                       MOVE RUN-CONTROL-RECORD (43:3) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   ELSE
                       IF RC-RETURN-CODE = 999
                           AND RC-OPERATOR = SPACES
                           MOVE "RC-OPERATOR" TO check-field
                           MOVE "OVERRIDE WITH NO OPERATOR"
                               TO check-rule
                           MOVE SPACES TO check-value
                           PERFORM 8000-LOG-EXCEPTION
                       END-IF
                   END-IF
                   IF RC-CYCLE-DATE = SPACES
                       MOVE "RC-CYCLE-DATE" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   ELSE
                       MOVE "RC-CYCLE-DATE" TO check-field
                       MOVE RC-CYCLE-DATE TO date-work
                       PERFORM 8200-REQUIRE-DATE
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       2300-SWEEP-MESSAGE-LOG.
           MOVE "MSGLOG" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT MESSAGE-LOG-FILE
           IF MSG-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2310-CHECK-ONE-MESSAGE
               UNTIL file-eof
           IF MSG-FILE-STATUS NOT = "35"
               CLOSE MESSAGE-LOG-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2310-CHECK-ONE-MESSAGE.
      * MSG-ID IS CMB, FOUR DIGITS AND A SEVERITY OF I, W OR E, WITH
      * NOTHING AFTER IT.
           READ MESSAGE-LOG-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   MOVE MSG-ID (4:4) TO msg-number
                   MOVE MSG-ID (8:1) TO msg-severity
                   IF MSG-ID (1:3) NOT = "CMB"
                       OR msg-number IS NOT NUMERIC
                       OR (msg-severity NOT = "I"
                           AND msg-severity NOT = "W"
                           AND msg-severity NOT = "E")
                       MOVE "MSG-ID" TO check-field
                       MOVE "NOT CMBnnnn PLUS SEVERITY" TO check-rule
                       MOVE MSG-ID TO check-value
                       PERFORM 8000-LOG-EXCEPTION
                   END-IF
                   IF MSG-PROGRAM = SPACES
                       MOVE "MSG-PROGRAM" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   END-IF
                   MOVE "MSG-DATE" TO check-field
                   MOVE MSG-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   MOVE "MSG-TIME" TO check-field
                   MOVE MSG-TIME TO time-work
                   PERFORM 8300-REQUIRE-TIME
                   PERFORM 5200-END-RECORD
           END-READ.

       2400-SWEEP-SUSPENSE.
           MOVE "SUSPENSE" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2410-CHECK-ONE-SUSPENSE
               UNTIL file-eof
           IF SUSP-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2410-CHECK-ONE-SUSPENSE.
      * THE REASON CODES ARE THE EIGHT THE COPYBOOK LISTS; THE
      * SOURCE IS ONE OF THE TWO PROGRAMS THAT SUSPEND CARDS AND THE
      * STATUS ONE OF THE THREE SUSPMNT MOVES AN ENTRY THROUGH.
           READ SUSPENSE-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   IF SUSP-SEQ IS NOT NUMERIC
                       MOVE "SUSP-SEQ" TO check-field
                       MOVE SUSPENSE-RECORD (1:5) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF SUSP-SOURCE NOT = "COMBCALC"
                       AND SUSP-SOURCE NOT = "FACTIT"
                       MOVE "SUSP-SOURCE" TO check-field
                       MOVE SUSP-SOURCE TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   EVALUATE SUSP-REASON
                       WHEN "NNUM" WHEN "RNGE" WHEN "REXN" WHEN "RTYP"
                       WHEN "RNUS" WHEN "REPZ" WHEN "MGRP" WHEN "MSUM"
                           CONTINUE
                       WHEN OTHER
                           MOVE "SUSP-REASON" TO check-field
                           MOVE SUSP-REASON TO check-value
                           PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-EVALUATE
                   MOVE "SUSP-BUS-DATE" TO check-field
                   MOVE SUSP-BUS-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   IF SUSP-STATUS NOT = "SUSPENDED"
                       AND SUSP-STATUS NOT = "REPAIRED"
                       AND SUSP-STATUS NOT = "FED"
                       MOVE "SUSP-STATUS" TO check-field
                       MOVE SUSP-STATUS TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   IF SUSP-AGE-CYCLES IS NOT NUMERIC
                       MOVE "SUSP-AGE-CYCLES" TO check-field
                       MOVE SUSPENSE-RECORD (66:3) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       2500-SWEEP-REQUEST-MASTER.
           MOVE "REQMSTR" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2510-CHECK-ONE-REQUEST
               UNTIL file-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2510-CHECK-ONE-REQUEST.
      * THE STATUS DATE IS SPACES UNTIL THE REQUEST FIRST CHANGES
      * STATUS, THE RELEASED DATE UNTIL INTAKE RELEASES IT. A HISTORY
      * ANSWER MUST CARRY THE RESULTS-HISTORY KEY IT WAS TAKEN FROM.
           READ REQUEST-MASTER-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   IF RM-REQUEST-ID = SPACES
                       MOVE "RM-REQUEST-ID" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   ELSE
                       MOVE RM-REQUEST-ID TO match-request-id
                       PERFORM 7200-FIND-REQUEST-ID
                       IF entry-found
                           AND RQ-POSITION (rq-x) NOT = record-position
                           MOVE "RM-REQUEST-ID" TO check-field
                           MOVE "DUPLICATE REQUEST ID" TO check-rule
                           MOVE RM-REQUEST-ID TO check-value
                           PERFORM 8000-LOG-EXCEPTION
                       END-IF
                   END-IF
                   IF RM-DEPT = SPACES
                       MOVE "RM-DEPT" TO check-field
                       MOVE SPACES TO check-value
                       PERFORM 8100-LOG-BLANK
                   END-IF
                   IF RM-SOURCE NOT = "COMBREQ"
                       AND RM-SOURCE NOT = "FIBREQ"
                       AND RM-SOURCE NOT = "PARMIN"
                       MOVE "RM-SOURCE" TO check-field
                       MOVE RM-SOURCE TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   MOVE "RM-RECEIVED-DATE" TO check-field
                   MOVE RM-RECEIVED-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   EVALUATE RM-STATUS
                       WHEN "RECEIVED" WHEN "PROCESSED" WHEN "REJECTED"
                       WHEN "HISTORY" WHEN "CANCELLED"
                           CONTINUE
                       WHEN OTHER
                           MOVE "RM-STATUS" TO check-field
                           MOVE RM-STATUS TO check-value
                           PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-EVALUATE
                   IF RM-STATUS-DATE NOT = SPACES
                       MOVE "RM-STATUS-DATE" TO check-field
                       MOVE RM-STATUS-DATE TO date-work
                       PERFORM 8200-REQUIRE-DATE
                   END-IF
                   IF RM-RELEASED-DATE NOT = SPACES
                       MOVE "RM-RELEASED-DATE" TO check-field
                       MOVE RM-RELEASED-DATE TO date-work
                       PERFORM 8200-REQUIRE-DATE
                   END-IF
                   IF RM-STATUS = "HISTORY"
                       PERFORM 2520-CHECK-HISTORY-KEY
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       2520-CHECK-HISTORY-KEY.
           IF RM-HIST-PROGRAM = SPACES
               MOVE "RM-HIST-PROGRAM" TO check-field
               MOVE SPACES TO check-value
               PERFORM 8100-LOG-BLANK
           END-IF
           MOVE "RM-HIST-RUN-DATE" TO check-field
           MOVE RM-HIST-RUN-DATE TO date-work
           PERFORM 8200-REQUIRE-DATE
           IF RM-HIST-INPUT-N IS NOT NUMERIC
               MOVE "RM-HIST-INPUT-N" TO check-field
               MOVE RM-HIST-INPUT-N TO check-value
               PERFORM 8400-LOG-NOT-NUMERIC
           END-IF
           IF RM-HIST-VERSION IS NOT NUMERIC
               MOVE "RM-HIST-VERSION" TO check-field
               MOVE RM-HIST-VERSION TO check-value
               PERFORM 8400-LOG-NOT-NUMERIC
           END-IF.

       2600-SWEEP-INQUIRY-LOG.
           MOVE "INQLOG" TO sweep-file
           PERFORM 5000-START-FILE
           OPEN INPUT INQUIRY-LOG-FILE
           IF INQLOG-FILE-STATUS = "00"
               SET file-present TO TRUE
           ELSE
               SET file-eof TO TRUE
           END-IF
           PERFORM 2610-CHECK-ONE-INQUIRY
               UNTIL file-eof
           IF INQLOG-FILE-STATUS NOT = "35"
               CLOSE INQUIRY-LOG-FILE
           END-IF
           PERFORM 5900-FINISH-FILE.

       2610-CHECK-ONE-INQUIRY.
      * THE FACTORIAL SOURCE IS LOOKUP, COMPUTED OR OVERFLOW - OR
      * SPACES ON A COMBINATIONS INQUIRY, WHICH ASKS NO FACTORIAL OF
      * ITS OWN. THE COUNTING TYPE IS C, R, M, D OR SPACE.
           READ INQUIRY-LOG-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   PERFORM 5100-START-RECORD
                   MOVE "IL-DATE" TO check-field
                   MOVE IL-DATE TO date-work
                   PERFORM 8200-REQUIRE-DATE
                   MOVE "IL-TIME" TO check-field
                   MOVE IL-TIME TO time-work
                   PERFORM 8300-REQUIRE-TIME
                   IF IL-N IS NOT NUMERIC
                       MOVE "IL-N" TO check-field
                       MOVE INQUIRY-LOG-RECORD (15:5) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF IL-FACT-SOURCE NOT = "LOOKUP"
                       AND IL-FACT-SOURCE NOT = "COMPUTED"
                       AND IL-FACT-SOURCE NOT = "OVERFLOW"
                       AND (IL-FACT-SOURCE NOT = SPACES
                           OR IL-REQUEST-TYPE = SPACE)
                       MOVE "IL-FACT-SOURCE" TO check-field
                       MOVE IL-FACT-SOURCE TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   IF IL-FIB-RESULT IS NOT NUMERIC
                       MOVE "IL-FIB-RESULT" TO check-field
                       MOVE INQUIRY-LOG-RECORD (28:22) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF IL-OVERFLOW-IND NOT = "Y"
                       AND IL-OVERFLOW-IND NOT = "N"
                       MOVE "IL-OVERFLOW-IND" TO check-field
                       MOVE IL-OVERFLOW-IND TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   IF IL-R IS NOT NUMERIC
                       MOVE "IL-R" TO check-field
                       MOVE INQUIRY-LOG-RECORD (51:5) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF IL-NCR IS NOT NUMERIC
                       MOVE "IL-NCR" TO check-field
                       MOVE INQUIRY-LOG-RECORD (56:19) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF IL-NPR IS NOT NUMERIC
                       MOVE "IL-NPR" TO check-field
                       MOVE INQUIRY-LOG-RECORD (75:19) TO check-value
                       PERFORM 8400-LOG-NOT-NUMERIC
                   END-IF
                   IF IL-REQUEST-TYPE NOT = SPACE
                       AND IL-REQUEST-TYPE NOT = "C"
                       AND IL-REQUEST-TYPE NOT = "R"
                       AND IL-REQUEST-TYPE NOT = "M"
                       AND IL-REQUEST-TYPE NOT = "D"
                       MOVE "IL-REQUEST-TYPE" TO check-field
                       MOVE IL-REQUEST-TYPE TO check-value
                       PERFORM 8500-LOG-NOT-IN-DOMAIN
                   END-IF
                   PERFORM 5200-END-RECORD
           END-READ.

       5000-START-FILE.
           MOVE "N" TO file-eof-sw
           MOVE "N" TO file-present-sw
           MOVE 0 TO record-position
           MOVE 0 TO bad-record-count
           MOVE 0 TO exception-total
           MOVE 0 TO unlisted-count
           MOVE 0 TO rule-count
           MOVE 0 TO ex-count.

       5100-START-RECORD.
           ADD 1 TO record-position
           MOVE "N" TO record-bad-sw.

       5200-END-RECORD.
           IF record-bad
               ADD 1 TO bad-record-count
           END-IF.

       5900-FINISH-FILE.
      * A FILE THAT IS NOT THERE AT ALL IS REPORTED, NOT FAILED - ON
      * A NEW CYCLE SOME OF THEM LEGITIMATELY DO NOT EXIST YET.
           ADD 1 TO sf-count
           MOVE sweep-file TO SF-FILE (sf-count)
           MOVE record-position TO SF-RECORDS (sf-count)
           MOVE bad-record-count TO SF-BAD-RECORDS (sf-count)
           MOVE exception-total TO SF-EXCEPTIONS (sf-count)
           IF NOT file-present
               MOVE "NOT PRESENT" TO SF-STATE (sf-count)
               SET file-missing TO TRUE
           ELSE
               IF exception-total > 0
                   MOVE "FAILED" TO SF-STATE (sf-count)
                   SET sweep-failed TO TRUE
               ELSE
                   MOVE "PASSED" TO SF-STATE (sf-count)
               END-IF
           END-IF
           PERFORM 6000-PRINT-FILE-SECTION
           DISPLAY "DQSWEEP - " sweep-file " " SF-STATE (sf-count)
               " RECORDS " record-position
               " IN ERROR " bad-record-count
               " EXCEPTIONS " exception-total.

       6000-PRINT-FILE-SECTION.
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE sweep-file TO FH-FILE
           MOVE record-position TO FH-RECORDS
           MOVE bad-record-count TO FH-BAD-RECORDS
           MOVE exception-total TO FH-EXCEPTIONS
           MOVE SF-STATE (sf-count) TO FH-VERDICT
           WRITE SWEEP-LINE FROM file-heading-line
           IF rule-count > 0
               WRITE SWEEP-LINE FROM rule-column-heading
               MOVE 0 TO rule-x
               PERFORM 6100-PRINT-ONE-RULE
                   UNTIL rule-x >= rule-count
           END-IF
           IF unlisted-count > 0
               MOVE unlisted-count TO UL-COUNT
               WRITE SWEEP-LINE FROM unlisted-line
           END-IF.

       6100-PRINT-ONE-RULE.
           ADD 1 TO rule-x
           MOVE RL-FIELD (rule-x) TO RU-FIELD
           MOVE RL-RULE (rule-x) TO RU-RULE
           MOVE RL-COUNT (rule-x) TO RU-COUNT
           WRITE SWEEP-LINE FROM rule-line
           MOVE 0 TO ex-x
           PERFORM 6110-PRINT-ONE-POSITION
               UNTIL ex-x >= ex-count.

       6110-PRINT-ONE-POSITION.
           ADD 1 TO ex-x
           IF EX-RULE-X (ex-x) = rule-x
               MOVE EX-POSITION (ex-x) TO PL-POSITION
               MOVE EX-VALUE (ex-x) TO PL-VALUE
               WRITE SWEEP-LINE FROM position-line
           END-IF.

       6500-PRINT-SUMMARY.
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           WRITE SWEEP-LINE FROM summary-heading
           WRITE SWEEP-LINE FROM summary-column-heading
           MOVE 0 TO sf-x
           PERFORM 6510-PRINT-ONE-FILE-SUMMARY
               UNTIL sf-x >= sf-count
           IF rq-dropped > 0
               MOVE rq-dropped TO DR-COUNT
               WRITE SWEEP-LINE FROM dropped-line
           END-IF
           MOVE SPACES TO SWEEP-LINE
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           EVALUATE TRUE
               WHEN sweep-failed
                   MOVE "SWEEP FAILED - EXCEPTIONS FOUND IN THE SHARED"
                       & " FILES" TO SWEEP-LINE
               WHEN file-missing
                   MOVE "SWEEP PASSED - BUT NOT EVERY FILE WAS PRESENT"
                       & " TO SWEEP" TO SWEEP-LINE
               WHEN OTHER
                   MOVE "SWEEP PASSED - EVERY SHARED FILE CONFORMS"
                       TO SWEEP-LINE
           END-EVALUATE
           WRITE SWEEP-LINE
           DISPLAY "DQSWEEP - " SWEEP-LINE (1:60).

       6510-PRINT-ONE-FILE-SUMMARY.
           ADD 1 TO sf-x
           MOVE SF-FILE (sf-x) TO SD-FILE
           MOVE SF-STATE (sf-x) TO SD-STATE
           MOVE SF-RECORDS (sf-x) TO SD-RECORDS
           MOVE SF-BAD-RECORDS (sf-x) TO SD-BAD-RECORDS
           MOVE SF-EXCEPTIONS (sf-x) TO SD-EXCEPTIONS
           WRITE SWEEP-LINE FROM summary-detail-line.

       7000-CHECK-TIME.
           MOVE "N" TO time-ok-sw
           IF time-work IS NUMERIC
               IF time-work (1:2) <= "23"
                   AND time-work (3:2) <= "59"
                   AND time-work (5:2) <= "59"
                   SET time-ok TO TRUE
               END-IF
           END-IF.

       7100-CHECK-DATE.
      * A REAL CALENDAR DATE - MONTH LENGTHS AND LEAP YEARS INCLUDED,
      * SO A 20250230 OR A 20230229 IS CAUGHT AS WELL AS A 20251301.
           MOVE "N" TO date-ok-sw
           IF date-work IS NUMERIC
               MOVE date-work TO date-parts
               IF DW-YYYY >= 1900
                   AND DW-MM >= 1 AND DW-MM <= 12
                   AND DW-DD >= 1
                   PERFORM 7110-SET-MONTH-DAYS
                   IF DW-DD <= month-days
                       SET date-ok TO TRUE
                   END-IF
               END-IF
           END-IF.

       7110-SET-MONTH-DAYS.
           EVALUATE DW-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO month-days
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO month-days
               WHEN OTHER
                   MOVE 28 TO month-days
                   DIVIDE DW-YYYY BY 4 GIVING leap-quot
                       REMAINDER leap-rem
                   IF leap-rem = 0
                       MOVE 29 TO month-days
                       DIVIDE DW-YYYY BY 100 GIVING leap-quot
                           REMAINDER leap-rem
                       IF leap-rem = 0
                           DIVIDE DW-YYYY BY 400 GIVING leap-quot
                               REMAINDER leap-rem
                           IF leap-rem NOT = 0
                               MOVE 28 TO month-days
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.

       7200-FIND-REQUEST-ID.
           MOVE "N" TO found-sw
           MOVE 0 TO rq-x
           PERFORM 7210-CHECK-ONE-REQUEST-ID
               UNTIL entry-found OR rq-x >= rq-count.

       7210-CHECK-ONE-REQUEST-ID.
           ADD 1 TO rq-x
           IF RQ-REQUEST-ID (rq-x) = match-request-id
               SET entry-found TO TRUE
           END-IF.

       8000-LOG-EXCEPTION.
      * COUNTED AGAINST ITS FIELD AND RULE, AND LISTED BY RECORD
      * POSITION WHILE THE LISTING TABLE HAS ROOM.
           SET record-bad TO TRUE
           ADD 1 TO exception-total
           MOVE "N" TO found-sw
           MOVE 0 TO rule-x
           PERFORM 8010-CHECK-ONE-RULE
               UNTIL entry-found OR rule-x >= rule-count
           IF NOT entry-found
               IF rule-count < rule-max
                   ADD 1 TO rule-count
                   MOVE rule-count TO rule-x
                   MOVE check-field TO RL-FIELD (rule-x)
                   MOVE check-rule TO RL-RULE (rule-x)
                   MOVE 0 TO RL-COUNT (rule-x)
               ELSE
                   MOVE 0 TO rule-x
               END-IF
           END-IF
           IF rule-x > 0
               ADD 1 TO RL-COUNT (rule-x)
           END-IF
           IF rule-x > 0 AND ex-count < ex-max
               ADD 1 TO ex-count
               MOVE rule-x TO EX-RULE-X (ex-count)
               MOVE record-position TO EX-POSITION (ex-count)
               MOVE check-value TO EX-VALUE (ex-count)
           ELSE
               ADD 1 TO unlisted-count
           END-IF.

       8010-CHECK-ONE-RULE.
           ADD 1 TO rule-x
           IF RL-FIELD (rule-x) = check-field
               AND RL-RULE (rule-x) = check-rule
               SET entry-found TO TRUE
           END-IF.

       8100-LOG-BLANK.
           MOVE "BLANK" TO check-rule
           PERFORM 8000-LOG-EXCEPTION.

       8200-REQUIRE-DATE.
           PERFORM 7100-CHECK-DATE
           IF NOT date-ok
               MOVE "NOT A VALID DATE" TO check-rule
               MOVE date-work TO check-value
               PERFORM 8000-LOG-EXCEPTION
           END-IF.

       8300-REQUIRE-TIME.
           PERFORM 7000-CHECK-TIME
           IF NOT time-ok
               MOVE "NOT A VALID TIME" TO check-rule
               MOVE time-work TO check-value
               PERFORM 8000-LOG-EXCEPTION
           END-IF.

       8400-LOG-NOT-NUMERIC.
           MOVE "NOT NUMERIC" TO check-rule
           PERFORM 8000-LOG-EXCEPTION.

       8500-LOG-NOT-IN-DOMAIN.
           MOVE "NOT A KNOWN VALUE" TO check-rule
           PERFORM 8000-LOG-EXCEPTION.

       9000-TERMINATE.
           CLOSE SWEEP-REPORT
           EVALUATE TRUE
               WHEN sweep-failed
                   MOVE 8 TO RETURN-CODE
               WHEN file-missing
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
