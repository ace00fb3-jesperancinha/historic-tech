       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUBGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTION-CARD-FILE ASSIGN TO "PUBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPT-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "PUBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT ACK-HOLD-FILE ASSIGN TO "ACKHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AHLD-FILE-STATUS.
           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FACT-HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FHLD-FILE-STATUS.
           SELECT FACT-CSV-FILE ASSIGN TO "FACTCSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIB-HOLD-FILE ASSIGN TO "FIBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BHLD-FILE-STATUS.
           SELECT FIB-CSV-FILE ASSIGN TO "FIBCSV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSMISSION-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT TRANSMISSION-SCRATCH-FILE ASSIGN TO "XMITTMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATE-REPORT ASSIGN TO "PUBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPTION-CARD-FILE
           RECORDING MODE IS F.
      * NO CARD MEANS THE NIGHTLY GATE CHECK FOR THE PROCDATE CYCLE.
      * RELEASE OR WITHDRAW DECIDES THE HELD OUTPUT(S) OF THE CYCLE
      * ON THE CARD - ONE OUTPUT, OR EVERY HELD ONE WHEN THE OUTPUT
      * IS BLANK - AND MUST BE SIGNED BY A LEVEL-3 OPERATOR WITH A
      * REASON. REPORT JUST LISTS THE HOLDS FOR THE CYCLE ON THE
      * CARD (PROCDATE WHEN BLANK).
       01  OPTION-CARD.
           05  PC-ACTION           PIC X(08).
           05  PC-OPERATOR         PIC X(08).
           05  PC-BUS-DATE         PIC X(08).
           05  PC-OUTPUT           PIC X(08).
           05  PC-REASON           PIC X(48).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET AND
      * PUBLICATION RELEASE).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       FD  HOLD-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "pubhold.cpy".

      * REQSTAT'S HELD ACKNOWLEDGMENTS - A HEADER NAMING THE CYCLE,
      * THEN THE ACKOUT RECORDS AS THEY WOULD HAVE GONE OUT.
       FD  ACK-HOLD-FILE
           RECORDING MODE IS F.
       01  ACK-HOLD-RECORD             PIC X(121).
       01  ACK-HOLD-HEADER.
           05  AHH-ID              PIC X(08).
           05  AHH-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(105).

       FD  ACKNOWLEDGMENT-FILE
           RECORDING MODE IS F.
       01  ACKNOWLEDGMENT-RECORD       PIC X(121).

      * CSVEXTR'S HELD FEEDS - THE H ENVELOPE ROW FIRST, WHICH NAMES
      * THE FEED AND THE CYCLE.
       FD  FACT-HOLD-FILE
           RECORDING MODE IS F.
       01  FACT-HOLD-LINE              PIC X(80).

       FD  FACT-CSV-FILE
           RECORDING MODE IS F.
       01  FACT-CSV-LINE               PIC X(80).

       FD  FIB-HOLD-FILE
           RECORDING MODE IS F.
       01  FIB-HOLD-LINE               PIC X(80).

       FD  FIB-CSV-FILE
           RECORDING MODE IS F.
       01  FIB-CSV-LINE                PIC X(80).

       FD  TRANSMISSION-FILE
           RECORDING MODE IS F.
      * SAME LAYOUT CSVEXTR REGISTERS AND FEEDACK SETTLES.
       01  TRANSMISSION-RECORD.
           05  XC-FEED-ID          PIC X(08).
           05  XC-BUS-DATE         PIC X(08).
           05  XC-GENERATION       PIC 9(05).
           05  XC-REC-COUNT        PIC 9(07).
           05  XC-CHECKSUM         PIC 9(15).
           05  XC-STATUS           PIC X(10).

       FD  TRANSMISSION-SCRATCH-FILE
           RECORDING MODE IS F.
       01  TRANSMISSION-SCRATCH-RECORD PIC X(80).

       FD  GATE-REPORT
           RECORDING MODE IS F.
       01  GATE-LINE                   PIC X(132).

       WORKING-STORAGE SECTION.

         77 check-mode-sw PIC X(01) VALUE "Y".
           88 check-mode                VALUE "Y".
         77 decide-mode-sw PIC X(01) VALUE "N".
           88 decide-mode               VALUE "Y".
         77 runctl-eof-sw PIC X(01) VALUE "N".
           88 runctl-eof                VALUE "Y".
         77 hold-eof-sw PIC X(01) VALUE "N".
           88 hold-eof                  VALUE "Y".
         77 copy-eof-sw PIC X(01) VALUE "N".
           88 copy-eof                  VALUE "Y".
         77 xmit-eof-sw PIC X(01) VALUE "N".
           88 xmit-eof                  VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".
         77 hold-found-sw PIC X(01) VALUE "N".
           88 hold-found                VALUE "Y".
         77 cycle-failed-sw PIC X(01) VALUE "N".
           88 cycle-failed              VALUE "Y".
         77 copy-ok-sw PIC X(01) VALUE "N".
           88 copy-ok                   VALUE "Y".
         77 refused-sw PIC X(01) VALUE "N".
           88 request-refused           VALUE "Y".

         77 business-date PIC X(08).
         77 report-date PIC X(08).
         77 decision-status PIC X(10).
         77 record-stamp PIC X(14).
         77 hold-reason PIC X(48).
         77 reason-ptr PIC 9(03).
         77 fail-text PIC X(12).
         77 edit-rc PIC 9(03).
         77 match-bus-date PIC X(08).
         77 match-output PIC X(08).
         77 append-status PIC X(10).
         77 append-reason PIC X(48).
         77 append-operator PIC X(08).
         77 fact-xmit-status PIC X(10) VALUE SPACES.
         77 fib-xmit-status PIC X(10) VALUE SPACES.

         77 cs-x PIC 9(03).
         77 out-x PIC 9(03).
         77 hold-x PIC 9(03).
         77 hold-count PIC 9(03) VALUE 0.
         77 hold-max PIC 9(03) VALUE 500.
         77 copy-count PIC 9(07) VALUE 0.
         77 decided-count PIC 9(03) VALUE 0.
         77 new-hold-count PIC 9(03) VALUE 0.
         77 cycle-held-count PIC 9(03) VALUE 0.
         77 cycle-released-count PIC 9(03) VALUE 0.
         77 cycle-withdrawn-count PIC 9(03) VALUE 0.
         77 earlier-held-count PIC 9(03) VALUE 0.

      * THE CONTROL STEPS WHOSE OUTCOME DECIDES PUBLICATION. BALANCE
      * RUNS EVERY NIGHT, SO NO RECORD OF IT FOR THE CYCLE IS ITSELF
      * A FAILURE. FIBVERFY IS BYPASSED WHEN THE FIBONACCI STEP DID
      * NOT COMPLETE (AND BALANCE THEN CATCHES THE NIGHT), AND
      * REGRESS ONLY RUNS AFTER A PROGRAM CHANGE - EITHER COUNTS
      * ONLY WHEN IT RAN FOR THE CYCLE.
         01 control-step-values.
           05  FILLER               PIC X(21)
               VALUE "BALANCE             Y".
           05  FILLER               PIC X(21)
               VALUE "FIBVERFY            N".
           05  FILLER               PIC X(21)
               VALUE "REGRESS             N".
         01 control-step-table REDEFINES control-step-values.
           05  CS-ENTRY OCCURS 3 TIMES.
               10  CS-PROGRAM       PIC X(20).
               10  CS-REQUIRED      PIC X(01).

         01 control-state-table.
           05  CT-ENTRY OCCURS 3 TIMES.
               10  CT-STATUS        PIC X(08).
               10  CT-DATE          PIC X(08).
               10  CT-TIME          PIC X(06).
               10  CT-RETURN-CODE   PIC 9(03).
               10  CT-STAMP         PIC X(14).
               10  CT-VERDICT       PIC X(30).

         01 output-values.
           05  FILLER               PIC X(08) VALUE "ACKOUT".
           05  FILLER               PIC X(08) VALUE "FACTCSV".
           05  FILLER               PIC X(08) VALUE "FIBCSV".
         01 output-table REDEFINES output-values.
           05  OT-NAME OCCURS 3 TIMES PIC X(08).

      * ONE ROW PER CYCLE AND OUTPUT EVER HELD - THE HELD RECORD
      * FILLS THE LEFT HALF, THE OPERATOR'S DECISION THE RIGHT.
         01 hold-table.
           05  HT-ENTRY OCCURS 500 TIMES.
               10  HT-BUS-DATE      PIC X(08).
               10  HT-OUTPUT        PIC X(08).
               10  HT-STATE         PIC X(10).
               10  HT-HELD-REASON   PIC X(48).
               10  HT-HELD-DATE     PIC X(08).
               10  HT-HELD-TIME     PIC X(06).
               10  HT-DEC-OPERATOR  PIC X(08).
               10  HT-DEC-DATE      PIC X(08).
               10  HT-DEC-TIME      PIC X(06).
               10  HT-DEC-REASON    PIC X(48).

         01 OPT-FILE-STATUS           PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).
         01 HOLD-FILE-STATUS          PIC X(02).
         01 AHLD-FILE-STATUS          PIC X(02).
         01 FHLD-FILE-STATUS          PIC X(02).
         01 BHLD-FILE-STATUS          PIC X(02).
         01 XMIT-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(40)
               VALUE "PUBLICATION GATE REPORT - BUSINESS DATE ".
           05  RH-DATE              PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "MODE: ".
           05  RH-MODE              PIC X(08).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "RUN: ".
           05  RH-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH-RUN-TIME          PIC X(06).

         01 section-heading-line.
           05  SH-TEXT              PIC X(60).

         01 control-heading.
           05  FILLER               PIC X(20) VALUE "CONTROL STEP".
           05  FILLER               PIC X(09) VALUE "STATUS".
           05  FILLER               PIC X(09) VALUE "DATE".
           05  FILLER               PIC X(07) VALUE "TIME".
           05  FILLER               PIC X(05) VALUE "  RC".
           05  FILLER               PIC X(30) VALUE "VERDICT".

         01 control-detail-line.
           05  CL-PROGRAM           PIC X(20).
           05  CL-STATUS            PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-TIME              PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-RC                PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  CL-VERDICT           PIC X(30).

         01 hold-heading.
           05  FILLER               PIC X(10) VALUE "CYCLE".
           05  FILLER               PIC X(10) VALUE "OUTPUT".
           05  FILLER               PIC X(12) VALUE "STATE".
           05  FILLER               PIC X(22) VALUE "HELD AT".
           05  FILLER               PIC X(48) VALUE "HELD BECAUSE".

         01 hold-detail-line.
           05  HD-BUS-DATE          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HD-OUTPUT            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HD-STATE             PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HD-HELD-DATE         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HD-HELD-TIME         PIC X(06).
           05  FILLER               PIC X(07) VALUE SPACES.
           05  HD-REASON            PIC X(48).

         01 decision-detail-line.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  DD-STATE             PIC X(10).
           05  FILLER               PIC X(04) VALUE " BY ".
           05  DD-OPERATOR          PIC X(08).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  DD-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DD-TIME              PIC X(06).
           05  FILLER               PIC X(10) VALUE "  REASON: ".
           05  DD-REASON            PIC X(48).

         01 action-line.
           05  AL-OUTPUT            PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  AL-TEXT              PIC X(90).

         01 totals-line.
           05  FILLER               PIC X(12) VALUE "CYCLE HELD ".
           05  TL-HELD              PIC ZZ9.
           05  FILLER               PIC X(12) VALUE "  RELEASED ".
           05  TL-RELEASED          PIC ZZ9.
           05  FILLER               PIC X(13) VALUE "  WITHDRAWN ".
           05  TL-WITHDRAWN         PIC ZZ9.
           05  FILLER               PIC X(36)
               VALUE "  STILL HELD FROM EARLIER CYCLES ".
           05  TL-EARLIER           PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NOTHING THE NIGHT PRODUCED GOES OUT TO THE DEPARTMENTS OR
      * TO PLANNING UNTIL THE NIGHT HAS PROVED ITSELF. RUN AT THE
      * END OF THE NIGHTLY STREAM WITH NO CARD, THIS STEP READS THE
      * CYCLE'S OUTCOME OF THE CONTROL STEPS - BALANCE, FIBVERFY AND
      * REGRESS - FROM RUN-CONTROL, AND WHEN ANY OF THEM FAILED IT
      * REGISTERS THE ACKNOWLEDGMENTS AND BOTH PLANNING FEEDS AS
      * HELD ON PUBHOLD. THE SAME CHECK RUNS AFTER REGRESS AND
      * AHEAD OF REQSTAT AND CSVEXTR, SO A CONTROL STEP THAT ENDS
      * AFTER THE STREAM STILL HOLDS THE CYCLE. REQSTAT AND CSVEXTR
      * CONSULT THE REGISTER AND WRITE HELD OUTPUT TO THEIR HOLD
      * DATASETS INSTEAD OF PUBLISHING IT. A LEVEL-3 OPERATOR THEN
      * RELEASES (THE HELD COPY GOES OUT) OR WITHDRAWS (IT NEVER
      * DOES) THROUGH A PUBCTL CARD WITH A REASON, AND EVERY RUN
      * PRINTS WHAT WAS HELD, WHY, AND WHO DECIDED IT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-GET-OPTION
           PERFORM 1500-INITIALIZE-REPORT
           PERFORM 2000-LOAD-HOLD-REGISTER
           IF check-mode
               PERFORM 3000-CHECK-CONTROL-STEPS
           END-IF
           IF decide-mode
               PERFORM 4000-APPLY-DECISION
           END-IF
           PERFORM 5000-REPORT-HOLDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       0800-GET-PROCESS-DATE.
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
           END-IF
           MOVE business-date TO report-date.

       1000-GET-OPTION.
      * NO CARD (OR AN UNKNOWN ACTION) MEANS THE GATE CHECK - THE
      * SAFE DEFAULT, SINCE IT CAN ONLY EVER HOLD. A DECISION THAT
      * IS UNSIGNED, UNAUTHORIZED, UNDATED OR UNEXPLAINED IS
      * REFUSED WITH RC 8 AND THE RUN FALLS BACK TO REPORTING.
           OPEN INPUT OPTION-CARD-FILE
           IF OPT-FILE-STATUS = "00"
               READ OPTION-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM 1050-READ-ACTION
               END-READ
               CLOSE OPTION-CARD-FILE
           END-IF
           IF decide-mode
               PERFORM 1100-CHECK-RELEASE-AUTHORITY
               IF NOT operator-ok
                   DISPLAY "PUBGATE - " PC-ACTION " REFUSED - "
                       "OPERATOR " PC-OPERATOR " NOT AUTHORIZED"
                   SET request-refused TO TRUE
               END-IF
               IF PC-BUS-DATE IS NOT NUMERIC
                   DISPLAY "PUBGATE - " PC-ACTION " REFUSED - "
                       "INVALID BUSINESS DATE: " PC-BUS-DATE
                   SET request-refused TO TRUE
               END-IF
               IF PC-REASON = SPACES
                   DISPLAY "PUBGATE - " PC-ACTION " REFUSED - "
                       "NO REASON GIVEN"
                   SET request-refused TO TRUE
               END-IF
               IF PC-OUTPUT NOT = SPACES
                   AND PC-OUTPUT NOT = "ACKOUT"
                   AND PC-OUTPUT NOT = "FACTCSV"
                   AND PC-OUTPUT NOT = "FIBCSV"
                   DISPLAY "PUBGATE - " PC-ACTION " REFUSED - "
                       "UNKNOWN OUTPUT: " PC-OUTPUT
                   SET request-refused TO TRUE
               END-IF
               IF request-refused
                   MOVE "N" TO decide-mode-sw
                   MOVE 8 TO RETURN-CODE
                   IF PC-BUS-DATE IS NOT NUMERIC
                       MOVE business-date TO report-date
                   END-IF
               END-IF
           END-IF.

       1050-READ-ACTION.
           EVALUATE PC-ACTION
               WHEN "RELEASE"
                   MOVE "N" TO check-mode-sw
                   SET decide-mode TO TRUE
                   MOVE "RELEASED" TO decision-status
                   MOVE PC-BUS-DATE TO report-date
               WHEN "WITHDRAW"
                   MOVE "N" TO check-mode-sw
                   SET decide-mode TO TRUE
                   MOVE "WITHDRAWN" TO decision-status
                   MOVE PC-BUS-DATE TO report-date
               WHEN "REPORT"
                   MOVE "N" TO check-mode-sw
                   IF PC-BUS-DATE IS NUMERIC
                       MOVE PC-BUS-DATE TO report-date
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1100-CHECK-RELEASE-AUTHORITY.
      * THE SAME RULE AS A RUN-CONTROL RESET - ON FILE WITH LEVEL 3,
      * AND A MISSING AUTHORITY FILE AUTHORIZES NOBODY.
           MOVE "N" TO auth-eof-sw
           MOVE "N" TO operator-ok-sw
           OPEN INPUT AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               SET auth-eof TO TRUE
           END-IF
           PERFORM 1110-CHECK-ONE-AUTHORITY-CARD
               UNTIL auth-eof
           IF AUTH-FILE-STATUS NOT = "35"
               CLOSE AUTHORITY-FILE
           END-IF.

       1110-CHECK-ONE-AUTHORITY-CARD.
           READ AUTHORITY-FILE
               AT END SET auth-eof TO TRUE
               NOT AT END
                   IF OA-OPERATOR = PC-OPERATOR
                       AND PC-OPERATOR NOT = SPACES
                       AND OA-AUTH-LEVEL >= "3"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       1500-INITIALIZE-REPORT.
           OPEN OUTPUT GATE-REPORT
           MOVE report-date TO RH-DATE
           EVALUATE TRUE
               WHEN check-mode
                   MOVE "CHECK" TO RH-MODE
               WHEN decide-mode
                   MOVE PC-ACTION TO RH-MODE
               WHEN OTHER
                   MOVE "REPORT" TO RH-MODE
           END-EVALUATE
           MOVE CD-DATE TO RH-RUN-DATE
           MOVE CD-TIME TO RH-RUN-TIME
           MOVE report-heading-1 TO GATE-LINE
           WRITE GATE-LINE
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE.

       2000-LOAD-HOLD-REGISTER.
      * ONE FORWARD PASS - EACH RECORD LANDS ON ITS CYCLE-AND-OUTPUT
      * ROW, SO THE ROW ENDS UP CARRYING THE CURRENT STATE.
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               SET hold-eof TO TRUE
           END-IF
           PERFORM 2100-LOAD-ONE-HOLD
               UNTIL hold-eof
           IF HOLD-FILE-STATUS NOT = "35"
               CLOSE HOLD-REGISTER-FILE
           END-IF.

       2100-LOAD-ONE-HOLD.
           READ HOLD-REGISTER-FILE
               AT END SET hold-eof TO TRUE
               NOT AT END
                   PERFORM 2150-POST-HOLD-RECORD
           END-READ.

       2150-POST-HOLD-RECORD.
           MOVE PH-BUS-DATE TO match-bus-date
           MOVE PH-OUTPUT TO match-output
           PERFORM 2200-FIND-HOLD-ENTRY
           IF NOT hold-found
               IF hold-count < hold-max
                   ADD 1 TO hold-count
                   MOVE hold-count TO hold-x
                   MOVE SPACES TO HT-ENTRY (hold-x)
                   MOVE PH-BUS-DATE TO HT-BUS-DATE (hold-x)
                   MOVE PH-OUTPUT TO HT-OUTPUT (hold-x)
                   SET hold-found TO TRUE
               ELSE
                   DISPLAY "PUBGATE - HOLD TABLE FULL, "
                       PH-BUS-DATE " " PH-OUTPUT " NOT LOADED"
               END-IF
           END-IF
           IF hold-found
               MOVE PH-STATUS TO HT-STATE (hold-x)
               IF PH-STATUS = "HELD"
                   MOVE PH-REASON TO HT-HELD-REASON (hold-x)
                   MOVE PH-DATE TO HT-HELD-DATE (hold-x)
                   MOVE PH-TIME TO HT-HELD-TIME (hold-x)
                   MOVE SPACES TO HT-DEC-OPERATOR (hold-x)
                   MOVE SPACES TO HT-DEC-DATE (hold-x)
                   MOVE SPACES TO HT-DEC-TIME (hold-x)
                   MOVE SPACES TO HT-DEC-REASON (hold-x)
               ELSE
                   MOVE PH-OPERATOR TO HT-DEC-OPERATOR (hold-x)
                   MOVE PH-DATE TO HT-DEC-DATE (hold-x)
                   MOVE PH-TIME TO HT-DEC-TIME (hold-x)
                   MOVE PH-REASON TO HT-DEC-REASON (hold-x)
               END-IF
           END-IF.

       2200-FIND-HOLD-ENTRY.
           MOVE "N" TO hold-found-sw
           MOVE 0 TO hold-x
           PERFORM 2210-MATCH-ONE-HOLD-ROW
               UNTIL hold-found OR hold-x >= hold-count.

       2210-MATCH-ONE-HOLD-ROW.
           ADD 1 TO hold-x
           IF HT-BUS-DATE (hold-x) = match-bus-date
               AND HT-OUTPUT (hold-x) = match-output
               SET hold-found TO TRUE
           END-IF.

       3000-CHECK-CONTROL-STEPS.
      * ONLY RUN-CONTROL RECORDS STAMPED WITH THE CYCLE TAKE PART,
      * AND THE NEWEST STAMP PER CONTROL STEP IS ITS OUTCOME - A
      * CLEAN RERUN AFTER A FAILURE COUNTS AS CLEAN.
           MOVE SPACES TO control-state-table
           MOVE 0 TO cs-x
           PERFORM 3010-CLEAR-ONE-CONTROL
               UNTIL cs-x >= 3
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS NOT = "00"
               SET runctl-eof TO TRUE
               DISPLAY "PUBGATE - RUNCTL NOT AVAILABLE, STATUS "
                   RUNCTL-FILE-STATUS
           END-IF
           PERFORM 3100-TRACK-ONE-RECORD
               UNTIL runctl-eof
           IF RUNCTL-FILE-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
           END-IF
           MOVE "CONTROL STEPS FOR THE CYCLE" TO SH-TEXT
           MOVE section-heading-line TO GATE-LINE
           WRITE GATE-LINE
           MOVE control-heading TO GATE-LINE
           WRITE GATE-LINE
           MOVE SPACES TO hold-reason
           MOVE 1 TO reason-ptr
           MOVE 0 TO cs-x
           PERFORM 3200-JUDGE-ONE-CONTROL
               UNTIL cs-x >= 3
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE
           IF cycle-failed
               MOVE 0 TO out-x
               PERFORM 3300-HOLD-ONE-OUTPUT
                   UNTIL out-x >= 3
           ELSE
               MOVE SPACES TO GATE-LINE
               STRING "ALL CONTROL STEPS CLEAN - NOTHING NEW HELD "
                   "FOR THE CYCLE" DELIMITED BY SIZE INTO GATE-LINE
               WRITE GATE-LINE
           END-IF
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE.

       3010-CLEAR-ONE-CONTROL.
           ADD 1 TO cs-x
           MOVE 0 TO CT-RETURN-CODE (cs-x).

       3100-TRACK-ONE-RECORD.
           READ RUN-CONTROL-FILE
               AT END SET runctl-eof TO TRUE
               NOT AT END
                   IF RC-CYCLE-DATE = business-date
                       MOVE 0 TO cs-x
                       PERFORM 3110-MATCH-CONTROL-STEP
                           UNTIL cs-x >= 3
                   END-IF
           END-READ.

       3110-MATCH-CONTROL-STEP.
           ADD 1 TO cs-x
           IF RC-PROGRAM = CS-PROGRAM (cs-x)
               MOVE RC-DATE TO record-stamp (1:8)
               MOVE RC-TIME TO record-stamp (9:6)
               IF record-stamp >= CT-STAMP (cs-x)
                   MOVE record-stamp TO CT-STAMP (cs-x)
                   MOVE RC-STATUS TO CT-STATUS (cs-x)
                   MOVE RC-DATE TO CT-DATE (cs-x)
                   MOVE RC-TIME TO CT-TIME (cs-x)
                   MOVE RC-RETURN-CODE TO CT-RETURN-CODE (cs-x)
               END-IF
           END-IF.

       3200-JUDGE-ONE-CONTROL.
      * ENDED BELOW RC 8 PASSES. STILL STARTED (AN ABEND), CLOSED BY
      * A RUNCTLRP OVERRIDE (RC 999 - CLEARED, NOT COMPLETED) OR
      * ENDED RC 8 AND ABOVE FAILS, AND SO DOES BALANCE NOT HAVING
      * RUN FOR THE CYCLE AT ALL.
           ADD 1 TO cs-x
           MOVE SPACES TO fail-text
           MOVE SPACES TO control-detail-line
           MOVE CS-PROGRAM (cs-x) TO CL-PROGRAM
           MOVE CT-STATUS (cs-x) TO CL-STATUS
           MOVE CT-DATE (cs-x) TO CL-DATE
           MOVE CT-TIME (cs-x) TO CL-TIME
           IF CT-STATUS (cs-x) NOT = SPACES
               MOVE CT-RETURN-CODE (cs-x) TO CL-RC
           END-IF
           EVALUATE TRUE
               WHEN CT-STATUS (cs-x) = SPACES
                   IF CS-REQUIRED (cs-x) = "Y"
                       MOVE "NOT RUN" TO fail-text
                       MOVE "FAILED - DID NOT RUN" TO CL-VERDICT
                   ELSE
                       MOVE "NOT RUN - NOT COUNTED" TO CL-VERDICT
                   END-IF
               WHEN CT-STATUS (cs-x) = "STARTED"
                   MOVE "LEFT OPEN" TO fail-text
                   MOVE "FAILED - NEVER ENDED" TO CL-VERDICT
               WHEN CT-RETURN-CODE (cs-x) = 999
                   MOVE "OVERRIDDEN" TO fail-text
                   MOVE "FAILED - CLOSED BY OVERRIDE" TO CL-VERDICT
               WHEN CT-RETURN-CODE (cs-x) >= 8
                   MOVE CT-RETURN-CODE (cs-x) TO edit-rc
                   STRING "RC " edit-rc DELIMITED BY SIZE
                       INTO fail-text
                   MOVE "FAILED" TO CL-VERDICT
               WHEN OTHER
                   MOVE "PASSED" TO CL-VERDICT
           END-EVALUATE
           MOVE control-detail-line TO GATE-LINE
           WRITE GATE-LINE
           IF fail-text NOT = SPACES
               SET cycle-failed TO TRUE
               IF reason-ptr > 1
                   STRING "; " DELIMITED BY SIZE
                       INTO hold-reason WITH POINTER reason-ptr
                   END-STRING
               END-IF
               STRING CS-PROGRAM (cs-x) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   fail-text DELIMITED BY "  "
                   INTO hold-reason WITH POINTER reason-ptr
               END-STRING
           END-IF.

       3300-HOLD-ONE-OUTPUT.
      * AN OUTPUT ALREADY ON THE REGISTER FOR THE CYCLE IS LEFT AS
      * IT STANDS - A RERUN OF THE GATE NEITHER DUPLICATES A HOLD
      * NOR OVERTURNS AN OPERATOR'S DECISION.
           ADD 1 TO out-x
           MOVE business-date TO match-bus-date
           MOVE OT-NAME (out-x) TO match-output
           PERFORM 2200-FIND-HOLD-ENTRY
           MOVE SPACES TO action-line
           MOVE OT-NAME (out-x) TO AL-OUTPUT
           IF hold-found
               STRING "ALREADY " DELIMITED BY SIZE
                   HT-STATE (hold-x) DELIMITED BY SPACE
                   " FOR THE CYCLE - LEFT AS IT STANDS"
                   DELIMITED BY SIZE INTO AL-TEXT
           ELSE
               MOVE "HELD" TO append-status
               MOVE hold-reason TO append-reason
               MOVE SPACES TO append-operator
               PERFORM 8000-APPEND-HOLD-RECORD
               ADD 1 TO new-hold-count
               MOVE "HELD - NOT TO BE PUBLISHED UNTIL RELEASED"
                   TO AL-TEXT
               DISPLAY "PUBGATE - " OT-NAME (out-x) " HELD FOR "
                   business-date " - " hold-reason
           END-IF
           MOVE action-line TO GATE-LINE
           WRITE GATE-LINE.

       4000-APPLY-DECISION.
      * THE DECISION APPLIES TO EVERY OUTPUT OF THE CYCLE STILL
      * HELD (OR ONLY THE ONE NAMED ON THE CARD). A RELEASE COPIES
      * THE HELD COPY TO THE PUBLISHED DATASET AND TURNS THE FEED'S
      * TRANSMISSION RECORD FROM HELD TO SENT; A WITHDRAWAL
      * DISCARDS THE HELD COPY AND MARKS THE FEED WITHDRAWN. EITHER
      * WAY THE DECISION, ITS OPERATOR AND ITS REASON GO ON THE
      * REGISTER.
           MOVE PC-BUS-DATE TO match-bus-date
           MOVE "DECISIONS" TO SH-TEXT
           MOVE section-heading-line TO GATE-LINE
           WRITE GATE-LINE
           MOVE 0 TO out-x
           PERFORM 4100-DECIDE-ONE-OUTPUT
               UNTIL out-x >= 3
           IF decided-count = 0
               MOVE SPACES TO GATE-LINE
               STRING "NOTHING HELD FOR " PC-BUS-DATE
                   " - NO DECISION RECORDED" DELIMITED BY SIZE
                   INTO GATE-LINE
               WRITE GATE-LINE
               DISPLAY "PUBGATE - NOTHING HELD FOR " PC-BUS-DATE
                   " " PC-OUTPUT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF fact-xmit-status NOT = SPACES
                   OR fib-xmit-status NOT = SPACES
                   PERFORM 4500-SETTLE-TRANSMISSIONS
               END-IF
           END-IF
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE.

       4100-DECIDE-ONE-OUTPUT.
           ADD 1 TO out-x
           IF PC-OUTPUT = SPACES OR PC-OUTPUT = OT-NAME (out-x)
               MOVE OT-NAME (out-x) TO match-output
               PERFORM 2200-FIND-HOLD-ENTRY
               IF hold-found AND HT-STATE (hold-x) = "HELD"
                   ADD 1 TO decided-count
                   MOVE SPACES TO action-line
                   MOVE OT-NAME (out-x) TO AL-OUTPUT
                   EVALUATE OT-NAME (out-x)
                       WHEN "ACKOUT"
                           PERFORM 4200-DECIDE-ACKNOWLEDGMENTS
                       WHEN "FACTCSV"
                           PERFORM 4300-DECIDE-FACT-FEED
                       WHEN "FIBCSV"
                           PERFORM 4400-DECIDE-FIB-FEED
                   END-EVALUATE
                   MOVE action-line TO GATE-LINE
                   WRITE GATE-LINE
                   MOVE decision-status TO append-status
                   MOVE PC-REASON TO append-reason
                   MOVE PC-OPERATOR TO append-operator
                   PERFORM 8000-APPEND-HOLD-RECORD
                   DISPLAY "PUBGATE - " OT-NAME (out-x) " FOR "
                       PC-BUS-DATE " " decision-status " BY "
                       PC-OPERATOR
               ELSE
                   IF PC-OUTPUT NOT = SPACES
                       MOVE SPACES TO action-line
                       MOVE OT-NAME (out-x) TO AL-OUTPUT
                       MOVE "NOT HELD FOR THE CYCLE - NOTHING TO DECIDE"
                           TO AL-TEXT
                       MOVE action-line TO GATE-LINE
                       WRITE GATE-LINE
                   END-IF
               END-IF
           END-IF.

       4200-DECIDE-ACKNOWLEDGMENTS.
      * THE HOLD DATASET ONLY COUNTS WHEN ITS HEADER NAMES THIS
      * CYCLE. IF REQSTAT HAS NOT RUN FOR THE CYCLE YET THERE IS
      * NOTHING TO COPY - THE DECISION ON THE REGISTER ALONE TELLS
      * IT WHAT TO DO WHEN IT DOES.
           MOVE "N" TO copy-ok-sw
           MOVE "N" TO copy-eof-sw
           MOVE 0 TO copy-count
           OPEN INPUT ACK-HOLD-FILE
           IF AHLD-FILE-STATUS = "00"
               READ ACK-HOLD-FILE
                   AT END SET copy-eof TO TRUE
                   NOT AT END
                       IF AHH-ID = "ACKHOLD"
                           AND AHH-BUS-DATE = match-bus-date
                           SET copy-ok TO TRUE
                       END-IF
               END-READ
               IF copy-ok AND decision-status = "RELEASED"
                   OPEN OUTPUT ACKNOWLEDGMENT-FILE
                   PERFORM 4210-COPY-ONE-ACKNOWLEDGMENT
                       UNTIL copy-eof
                   CLOSE ACKNOWLEDGMENT-FILE
               END-IF
               CLOSE ACK-HOLD-FILE
           END-IF
           IF copy-ok
               OPEN OUTPUT ACK-HOLD-FILE
               CLOSE ACK-HOLD-FILE
           END-IF
           PERFORM 4900-DESCRIBE-ACTION.

       4210-COPY-ONE-ACKNOWLEDGMENT.
           READ ACK-HOLD-FILE
               AT END SET copy-eof TO TRUE
               NOT AT END
                   WRITE ACKNOWLEDGMENT-RECORD FROM ACK-HOLD-RECORD
                   ADD 1 TO copy-count
           END-READ.

       4300-DECIDE-FACT-FEED.
      * THE HELD FEED'S OWN H ROW NAMES THE FEED AND THE CYCLE.
           MOVE "N" TO copy-ok-sw
           MOVE "N" TO copy-eof-sw
           MOVE 0 TO copy-count
           OPEN INPUT FACT-HOLD-FILE
           IF FHLD-FILE-STATUS = "00"
               READ FACT-HOLD-FILE
                   AT END SET copy-eof TO TRUE
                   NOT AT END
                       IF FACT-HOLD-LINE (1:11) = "H,FACTFEED,"
                           AND FACT-HOLD-LINE (12:8) = match-bus-date
                           SET copy-ok TO TRUE
                       END-IF
               END-READ
               IF copy-ok AND decision-status = "RELEASED"
                   OPEN OUTPUT FACT-CSV-FILE
                   WRITE FACT-CSV-LINE FROM FACT-HOLD-LINE
                   PERFORM 4310-COPY-ONE-FACT-LINE
                       UNTIL copy-eof
                   CLOSE FACT-CSV-FILE
               END-IF
               CLOSE FACT-HOLD-FILE
           END-IF
           IF copy-ok
               OPEN OUTPUT FACT-HOLD-FILE
               CLOSE FACT-HOLD-FILE
               IF decision-status = "RELEASED"
                   MOVE "SENT" TO fact-xmit-status
               END-IF
           END-IF
           IF decision-status = "WITHDRAWN"
               MOVE "WITHDRAWN" TO fact-xmit-status
           END-IF
           PERFORM 4900-DESCRIBE-ACTION.

       4310-COPY-ONE-FACT-LINE.
           READ FACT-HOLD-FILE
               AT END SET copy-eof TO TRUE
               NOT AT END
                   WRITE FACT-CSV-LINE FROM FACT-HOLD-LINE
                   ADD 1 TO copy-count
           END-READ.

       4400-DECIDE-FIB-FEED.
           MOVE "N" TO copy-ok-sw
           MOVE "N" TO copy-eof-sw
           MOVE 0 TO copy-count
           OPEN INPUT FIB-HOLD-FILE
           IF BHLD-FILE-STATUS = "00"
               READ FIB-HOLD-FILE
                   AT END SET copy-eof TO TRUE
                   NOT AT END
                       IF FIB-HOLD-LINE (1:10) = "H,FIBFEED,"
                           AND FIB-HOLD-LINE (11:8) = match-bus-date
                           SET copy-ok TO TRUE
                       END-IF
               END-READ
               IF copy-ok AND decision-status = "RELEASED"
                   OPEN OUTPUT FIB-CSV-FILE
                   WRITE FIB-CSV-LINE FROM FIB-HOLD-LINE
                   PERFORM 4410-COPY-ONE-FIB-LINE
                       UNTIL copy-eof
                   CLOSE FIB-CSV-FILE
               END-IF
               CLOSE FIB-HOLD-FILE
           END-IF
           IF copy-ok
               OPEN OUTPUT FIB-HOLD-FILE
               CLOSE FIB-HOLD-FILE
               IF decision-status = "RELEASED"
                   MOVE "SENT" TO fib-xmit-status
               END-IF
           END-IF
           IF decision-status = "WITHDRAWN"
               MOVE "WITHDRAWN" TO fib-xmit-status
           END-IF
           PERFORM 4900-DESCRIBE-ACTION.

       4410-COPY-ONE-FIB-LINE.
           READ FIB-HOLD-FILE
               AT END SET copy-eof TO TRUE
               NOT AT END
                   WRITE FIB-CSV-LINE FROM FIB-HOLD-LINE
                   ADD 1 TO copy-count
           END-READ.

       4500-SETTLE-TRANSMISSIONS.
      * THE SAME COPY-THROUGH-A-SCRATCH REWRITE FEEDACK USES. ONLY
      * THE CYCLE'S HELD RECORDS CHANGE.
           MOVE "N" TO xmit-eof-sw
           OPEN INPUT TRANSMISSION-FILE
           IF XMIT-FILE-STATUS NOT = "00"
               DISPLAY "PUBGATE - XMITCTL NOT AVAILABLE, STATUS "
                   XMIT-FILE-STATUS
           ELSE
               OPEN OUTPUT TRANSMISSION-SCRATCH-FILE
               PERFORM 4510-SETTLE-ONE-TRANSMISSION
                   UNTIL xmit-eof
               CLOSE TRANSMISSION-FILE
               CLOSE TRANSMISSION-SCRATCH-FILE
               MOVE "N" TO xmit-eof-sw
               OPEN OUTPUT TRANSMISSION-FILE
               OPEN INPUT TRANSMISSION-SCRATCH-FILE
               PERFORM 4520-COPY-ONE-SCRATCH-RECORD
                   UNTIL xmit-eof
               CLOSE TRANSMISSION-SCRATCH-FILE
               CLOSE TRANSMISSION-FILE
           END-IF.

       4510-SETTLE-ONE-TRANSMISSION.
           READ TRANSMISSION-FILE
               AT END SET xmit-eof TO TRUE
               NOT AT END
                   IF XC-BUS-DATE = match-bus-date
                       AND XC-STATUS = "HELD"
                       IF XC-FEED-ID = "FACTFEED"
                           AND fact-xmit-status NOT = SPACES
                           MOVE fact-xmit-status TO XC-STATUS
                       END-IF
                       IF XC-FEED-ID = "FIBFEED"
                           AND fib-xmit-status NOT = SPACES
                           MOVE fib-xmit-status TO XC-STATUS
                       END-IF
                   END-IF
                   WRITE TRANSMISSION-SCRATCH-RECORD
                       FROM TRANSMISSION-RECORD
           END-READ.

       4520-COPY-ONE-SCRATCH-RECORD.
           READ TRANSMISSION-SCRATCH-FILE INTO TRANSMISSION-RECORD
               AT END SET xmit-eof TO TRUE
               NOT AT END
                   WRITE TRANSMISSION-RECORD
           END-READ.

       4900-DESCRIBE-ACTION.
           EVALUATE TRUE
               WHEN copy-ok AND decision-status = "RELEASED"
                   STRING "RELEASED - " copy-count
                       " RECORDS COPIED FROM THE HOLD DATASET"
                       DELIMITED BY SIZE INTO AL-TEXT
               WHEN copy-ok
                   MOVE "WITHDRAWN - HELD COPY DISCARDED" TO AL-TEXT
               WHEN decision-status = "RELEASED"
                   STRING "RELEASED - NO HELD COPY OF THE CYCLE YET, "
                       "PUBLISHES WHEN ITS STEP RUNS"
                       DELIMITED BY SIZE INTO AL-TEXT
               WHEN OTHER
                   STRING "WITHDRAWN - NO HELD COPY OF THE CYCLE YET, "
                       "DROPPED WHEN ITS STEP RUNS"
                       DELIMITED BY SIZE INTO AL-TEXT
           END-EVALUATE.

       5000-REPORT-HOLDS.
      * EVERYTHING ON THE REGISTER FOR THE CYCLE, WHATEVER ITS
      * STATE, PLUS ANYTHING FROM AN EARLIER CYCLE STILL AWAITING A
      * DECISION - A HOLD NOBODY DECIDED MUST NOT AGE OUT OF SIGHT.
           MOVE "PUBLICATION HOLDS" TO SH-TEXT
           MOVE section-heading-line TO GATE-LINE
           WRITE GATE-LINE
           MOVE hold-heading TO GATE-LINE
           WRITE GATE-LINE
           MOVE 0 TO hold-x
           PERFORM 5100-REPORT-ONE-HOLD
               UNTIL hold-x >= hold-count
           IF cycle-held-count = 0 AND cycle-released-count = 0
               AND cycle-withdrawn-count = 0
               MOVE SPACES TO GATE-LINE
               STRING "NOTHING HELD FOR " report-date
                   " - RELEASED FOR PUBLICATION" DELIMITED BY SIZE
                   INTO GATE-LINE
               WRITE GATE-LINE
           END-IF
           MOVE SPACES TO GATE-LINE
           WRITE GATE-LINE
           MOVE cycle-held-count TO TL-HELD
           MOVE cycle-released-count TO TL-RELEASED
           MOVE cycle-withdrawn-count TO TL-WITHDRAWN
           MOVE earlier-held-count TO TL-EARLIER
           MOVE totals-line TO GATE-LINE
           WRITE GATE-LINE.

       5100-REPORT-ONE-HOLD.
           ADD 1 TO hold-x
           IF HT-BUS-DATE (hold-x) = report-date
               OR HT-STATE (hold-x) = "HELD"
               EVALUATE TRUE
                   WHEN HT-BUS-DATE (hold-x) NOT = report-date
                       ADD 1 TO earlier-held-count
                   WHEN HT-STATE (hold-x) = "HELD"
                       ADD 1 TO cycle-held-count
                   WHEN HT-STATE (hold-x) = "RELEASED"
                       ADD 1 TO cycle-released-count
                   WHEN OTHER
                       ADD 1 TO cycle-withdrawn-count
               END-EVALUATE
               MOVE HT-BUS-DATE (hold-x) TO HD-BUS-DATE
               MOVE HT-OUTPUT (hold-x) TO HD-OUTPUT
               MOVE HT-STATE (hold-x) TO HD-STATE
               MOVE HT-HELD-DATE (hold-x) TO HD-HELD-DATE
               MOVE HT-HELD-TIME (hold-x) TO HD-HELD-TIME
               MOVE HT-HELD-REASON (hold-x) TO HD-REASON
               MOVE hold-detail-line TO GATE-LINE
               WRITE GATE-LINE
               IF HT-STATE (hold-x) NOT = "HELD"
                   MOVE HT-STATE (hold-x) TO DD-STATE
                   MOVE HT-DEC-OPERATOR (hold-x) TO DD-OPERATOR
                   MOVE HT-DEC-DATE (hold-x) TO DD-DATE
                   MOVE HT-DEC-TIME (hold-x) TO DD-TIME
                   MOVE HT-DEC-REASON (hold-x) TO DD-REASON
                   MOVE decision-detail-line TO GATE-LINE
                   WRITE GATE-LINE
               END-IF
           END-IF.

       8000-APPEND-HOLD-RECORD.
      * THE REGISTER IS ONLY EVER APPENDED TO. THE NEW RECORD IS
      * POSTED TO THE TABLE AS WELL, SO THE REPORT BELOW SHOWS IT.
           OPEN EXTEND HOLD-REGISTER-FILE
           IF HOLD-FILE-STATUS = "35"
               OPEN OUTPUT HOLD-REGISTER-FILE
           END-IF
           MOVE match-bus-date TO PH-BUS-DATE
           MOVE match-output TO PH-OUTPUT
           MOVE append-status TO PH-STATUS
           MOVE append-reason TO PH-REASON
           MOVE append-operator TO PH-OPERATOR
           MOVE CD-DATE TO PH-DATE
           MOVE CD-TIME TO PH-TIME
           PERFORM 2150-POST-HOLD-RECORD
           WRITE PUBLICATION-HOLD-RECORD
           CLOSE HOLD-REGISTER-FILE.

       9000-TERMINATE.
      * RC 4 WHEN THE CYCLE (OR AN EARLIER ONE) HAS OUTPUT STILL
      * HELD, SO THE MORNING AUTOMATION NOTICES; 0 WHEN NOTHING
      * AWAITS A DECISION OR A DECISION WAS RECORDED. THE RC 8 FROM
      * A REFUSED OR EMPTY DECISION STANDS.
           CLOSE GATE-REPORT
           IF RETURN-CODE = 8
               CONTINUE
           ELSE
               IF NOT decide-mode
                   AND (cycle-held-count > 0 OR earlier-held-count > 0)
                   DISPLAY "PUBGATE - OUTPUT HELD - " cycle-held-count
                       " FOR " report-date ", " earlier-held-count
                       " FROM EARLIER CYCLES"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
