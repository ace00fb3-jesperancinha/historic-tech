       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQENTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT MASTER-SCRATCH-FILE ASSIGN TO "REQMTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEMP-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "REQCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGL-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT OPERATOR-DEPT-FILE ASSIGN TO "OPERDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODEP-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  MASTER-SCRATCH-FILE
           RECORDING MODE IS F.
       01  MASTER-SCRATCH-RECORD       PIC X(132).

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "reqchgl.cpy".

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  OPERATOR-DEPT-FILE
           RECORDING MODE IS F.
      * ONE CARD PER OPERATOR NAMING THE DEPARTMENT THE OPERATOR
      * WORKS FOR - THE SAME CARDS THE CHARGEBACK BILLS LOOKUPS BY.
       01  OPERATOR-DEPT-CARD.
           05  OD-OPERATOR         PIC X(08).
           05  OD-DEPT             PIC X(04).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       WORKING-STORAGE SECTION.

         77 ent-operator PIC X(08) VALUE SPACES.
         77 ent-action PIC X(01).
         77 ent-file PIC X(01).
         77 ent-request-id PIC X(08).
         77 ent-n PIC X(05).
         77 ent-r PIC X(05).
         77 ent-seed-f1 PIC X(10).
         77 ent-seed-f2 PIC X(10).
         77 ent-type PIC X(01).
         01 ent-groups                PIC X(10).
         01 ent-group-table REDEFINES ent-groups.
           05 EG-GROUP              PIC X(02) OCCURS 5 TIMES.
         77 ent-source PIC X(08).
         77 ent-dept PIC X(04) VALUE "????".
         77 ent-message PIC X(60).
         77 ent-chg-action PIC X(08).
         77 ent-card-image PIC X(30).
         77 ent-before-image PIC X(128).

         77 ent-n-num PIC 9(05).
         77 ent-r-num PIC 9(05).
         77 ent-group-x PIC 9(02).
         77 ent-group-n PIC 9(02).
         77 ent-group-count PIC 9(02).
         77 ent-group-total PIC 9(05).

         77 ent-again-sw PIC X(01) VALUE "Y".
           88 ent-again                 VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".
         77 odep-eof-sw PIC X(01) VALUE "N".
           88 odep-eof                  VALUE "Y".
         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 request-found-sw PIC X(01) VALUE "N".
           88 request-found             VALUE "Y".
         77 card-bad-sw PIC X(01) VALUE "N".
           88 card-bad                  VALUE "Y".
         77 change-allowed-sw PIC X(01) VALUE "N".
           88 change-allowed            VALUE "Y".

      * COMPILED DEFAULTS ONLY - THE LIMITCTL CARDS FOR MAX-VALID-N
      * AND ENTRY-CUTOFF (HHMMSS), PICKED UP THROUGH THE SHARED
      * LIMITGET LOOKUP, OVERRIDE THEM WITHOUT A RECOMPILE.
         77 max-valid-n PIC 9(05) VALUE 50.
         77 cutoff-time PIC 9(06) VALUE 180000.
         77 clock-time PIC 9(06).
         77 limit-name PIC X(20).
         77 limit-value PIC 9(09).
         77 limit-found PIC X(01).

         77 next-sequence PIC 9(07) VALUE 0.
         77 old-sequence PIC 9(07).

         01 new-request-id            PIC X(08).
         01 new-id-parts REDEFINES new-request-id.
           05 FILLER                PIC X(01).
           05 NI-SEQUENCE           PIC 9(07).

      * THE REQUEST BEING ENTERED OR CHANGED, HELD HERE WHILE THE
      * MASTER IS CLOSED BETWEEN SCREENS.
           COPY "reqmstr.cpy"
               REPLACING ==REQUEST-MASTER-RECORD==
                   BY ==entry-master-record==
               LEADING ==RM-== BY ==EM-==.

         01 RMST-FILE-STATUS          PIC X(02).
         01 TEMP-FILE-STATUS          PIC X(02).
         01 CHGL-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 ODEP-FILE-STATUS          PIC X(02).
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
               VALUE "REQUEST ENTRY - SIGN ON".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
           05  LINE 3  COLUMN 14 PIC X(08) TO ent-operator.

       01  ACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "REQUEST ENTRY".
           05  LINE 1  COLUMN 20 VALUE "DEPT: ".
           05  LINE 1  COLUMN 26 PIC X(04) FROM ent-dept.
           05  LINE 3  COLUMN 1
               VALUE "ACTION (E=ENTER A=AMEND C=CANCEL): ".
           05  LINE 3  COLUMN 37 PIC X(01) TO ent-action.
           05  LINE 4  COLUMN 1
               VALUE "NEW REQUEST FILE (F=FIBREQ C=COMBREQ P=PARMIN): ".
           05  LINE 4  COLUMN 50 PIC X(01) TO ent-file.
           05  LINE 5  COLUMN 1
               VALUE "REQUEST ID TO AMEND OR CANCEL: ".
           05  LINE 5  COLUMN 32 PIC X(08) TO ent-request-id.

      * THE CARD FIELDS, ZERO-PADDED EXACTLY AS ON A PUNCHED CARD -
      * THE ENTRY GOES TO THE SAME REQUEST FILE THE CARDS DO, SO IT
      * IS HELD TO THE SAME RULES. THE RANGE IN THE PROMPT IS THE
      * LIVE MAX-VALID-N, AS ON THE INQUIRY SCREEN.
       01  CARD-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "REQUEST FILE: ".
           05  LINE 7  COLUMN 15 PIC X(08) FROM ent-source.
           05  LINE 8  COLUMN 1  VALUE "N (00000-".
           05  LINE 8  COLUMN 10 PIC 9(05) FROM max-valid-n.
           05  LINE 8  COLUMN 15 VALUE "): ".
           05  LINE 8  COLUMN 19 PIC X(05) USING ent-n.
           05  LINE 9  COLUMN 1  VALUE "R (COMBREQ ONLY): ".
           05  LINE 9  COLUMN 19 PIC X(05) USING ent-r.
           05  LINE 10 COLUMN 1  VALUE "SEED F1 (FIBREQ, BLANK=STD): ".
           05  LINE 10 COLUMN 31 PIC X(10) USING ent-seed-f1.
           05  LINE 11 COLUMN 1  VALUE "SEED F2 (FIBREQ, BLANK=STD): ".
           05  LINE 11 COLUMN 31 PIC X(10) USING ent-seed-f2.
           05  LINE 12 COLUMN 1
               VALUE "TYPE (COMBREQ, BLANK/C R M D): ".
           05  LINE 12 COLUMN 32 PIC X(01) USING ent-type.
           05  LINE 13 COLUMN 1
               VALUE "GROUPS (TYPE M, 5 X 2 DIGITS): ".
           05  LINE 13 COLUMN 32 PIC X(10) USING ent-groups.

       01  MESSAGE-SCREEN.
           05  LINE 15 COLUMN 1  PIC X(60) FROM ent-message.

       01  AGAIN-SCREEN.
           05  LINE 17 COLUMN 1  VALUE "ANOTHER ACTION (Y/N)? ".
           05  LINE 17 COLUMN 23 PIC X(01) TO ent-again-sw.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * LETS A SIGNED-ON REQUESTER KEY A REQUEST STRAIGHT ONTO THE
      * REQUEST MASTER INSTEAD OF WAITING FOR A CARD TO ARRIVE IN A
      * DEPARTMENT FILE, AND AMEND OR CANCEL ONE OF THEIR OWN
      * REQUESTS WHILE IT IS STILL RECEIVED AND BEFORE THE NIGHTLY
      * CUT-OFF. EVERY ENTRY IS HELD TO THE BATCH VALIDATION RULES,
      * IS REGISTERED IMMEDIATELY WITH ITS REQUEST ID, AND LANDS IN
      * THE CHANGE LOG WITH BEFORE AND AFTER IMAGES. THE INTAKE STEP
      * (REQINTAK) RELEASES THE ENTRIES INTO THE NIGHT'S REQUEST
      * FILES, AFTER WHICH THEY CAN NO LONGER BE CHANGED HERE.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           PERFORM 0400-CHECK-AUTHORITY
           IF NOT operator-ok
               DISPLAY "REQENTRY - SIGN-ON REFUSED FOR "
                   ent-operator
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 0450-GET-OPERATING-LIMITS
           PERFORM 0500-LOOK-UP-OPERATOR-DEPT
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-GET-ACTION
               UNTIL NOT ent-again
           STOP RUN.

       0400-CHECK-AUTHORITY.
      * ANY OPERATOR WITH AT LEAST INQUIRY AUTHORITY (LEVEL 1) MAY
      * ENTER REQUESTS. A MISSING AUTHORITY FILE AUTHORIZES NOBODY.
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
                   IF OA-OPERATOR = ent-operator
                       AND ent-operator NOT = SPACES
                       AND OA-AUTH-LEVEL >= "1"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       0450-GET-OPERATING-LIMITS.
           MOVE "MAX-VALID-N" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 0 AND limit-value <= 99999
               MOVE limit-value TO max-valid-n
           END-IF
           MOVE "ENTRY-CUTOFF" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 0 AND limit-value <= 235959
               MOVE limit-value TO cutoff-time
           END-IF.

       0500-LOOK-UP-OPERATOR-DEPT.
      * THE REQUEST IS REGISTERED TO THE DEPARTMENT THE OPERATOR
      * WORKS FOR. AN OPERATOR WITH NO OPERDEPT CARD STILL GETS THE
      * REQUEST REGISTERED - UNDER DEPARTMENT ????, AS INTAKE DOES
      * FOR AN ARRIVAL FILE WITH NO CONTROL CARD.
           OPEN INPUT OPERATOR-DEPT-FILE
           IF ODEP-FILE-STATUS NOT = "00"
               SET odep-eof TO TRUE
           END-IF
           PERFORM 0510-CHECK-ONE-DEPT-CARD
               UNTIL odep-eof
           IF ODEP-FILE-STATUS NOT = "35"
               CLOSE OPERATOR-DEPT-FILE
           END-IF.

       0510-CHECK-ONE-DEPT-CARD.
           READ OPERATOR-DEPT-FILE
               AT END SET odep-eof TO TRUE
               NOT AT END
                   IF OD-OPERATOR = ent-operator
                       MOVE OD-DEPT TO ent-dept
                       SET odep-eof TO TRUE
                   END-IF
           END-READ.

       0800-GET-PROCESS-DATE.
      * THE RECEIVED DATE IS THE BUSINESS DATE OF THE CYCLE THE
      * REQUEST IS INTENDED FOR, THE SAME CONVENTION INTAKE USES. NO
      * CARD (OR A BAD ONE) FALLS BACK TO THE CLOCK DATE.
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
           MOVE SPACES TO ent-action
           MOVE SPACES TO ent-file
           MOVE SPACES TO ent-request-id
           DISPLAY ACTION-SCREEN
           ACCEPT ACTION-SCREEN
           MOVE SPACES TO ent-message
           EVALUATE ent-action
               WHEN "E"
                   PERFORM 2000-ENTER-REQUEST
               WHEN "A"
                   PERFORM 3000-AMEND-REQUEST
               WHEN "C"
                   PERFORM 4000-CANCEL-REQUEST
               WHEN OTHER
                   MOVE "UNKNOWN ACTION - USE E, A OR C"
                       TO ent-message
           END-EVALUATE
           DISPLAY MESSAGE-SCREEN
           DISPLAY AGAIN-SCREEN
           ACCEPT AGAIN-SCREEN.

       2000-ENTER-REQUEST.
           MOVE SPACES TO ent-source
           EVALUATE ent-file
               WHEN "F"
                   MOVE "FIBREQ" TO ent-source
               WHEN "C"
                   MOVE "COMBREQ" TO ent-source
               WHEN "P"
                   MOVE "PARMIN" TO ent-source
               WHEN OTHER
                   MOVE "REQUEST FILE MUST BE F, C OR P"
                       TO ent-message
           END-EVALUATE
           IF ent-source NOT = SPACES
               MOVE SPACES TO ent-n
               MOVE SPACES TO ent-r
               MOVE SPACES TO ent-seed-f1
               MOVE SPACES TO ent-seed-f2
               MOVE SPACES TO ent-type
               MOVE SPACES TO ent-groups
               PERFORM 8400-ACCEPT-CARD
               PERFORM 8500-VALIDATE-CARD
               IF NOT card-bad
                   PERFORM 2100-REGISTER-REQUEST
               END-IF
           END-IF.

       2100-REGISTER-REQUEST.
      * THE MASTER IS APPEND-ONLY FOR NEW REQUESTS, AS IT IS FOR
      * INTAKE - THE NEXT ID CONTINUES FROM THE HIGHEST ON FILE AT
      * THE MOMENT OF ENTRY.
           PERFORM 8100-FIND-NEXT-SEQUENCE
           ADD 1 TO next-sequence
           MOVE "R" TO new-request-id (1:1)
           MOVE next-sequence TO NI-SEQUENCE
           MOVE new-request-id TO EM-REQUEST-ID
           MOVE ent-dept TO EM-DEPT
           MOVE ent-source TO EM-SOURCE
           MOVE business-date TO EM-RECEIVED-DATE
           MOVE "RECEIVED" TO EM-STATUS
           MOVE SPACES TO EM-STATUS-DATE
           MOVE ent-card-image TO EM-CARD-IMAGE
           MOVE SPACES TO EM-HISTORY-KEY
           MOVE ent-operator TO EM-ENTERED-BY
           MOVE SPACES TO EM-RELEASED-DATE
           OPEN EXTEND REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS = "35"
               OPEN OUTPUT REQUEST-MASTER-FILE
           END-IF
           WRITE REQUEST-MASTER-RECORD FROM entry-master-record
           CLOSE REQUEST-MASTER-FILE
           MOVE SPACES TO ent-before-image
           MOVE "ENTER" TO ent-chg-action
           PERFORM 9000-WRITE-CHANGE-LOG
           STRING "REQUEST " new-request-id " REGISTERED FOR "
               ent-source DELIMITED BY SIZE INTO ent-message.

       3000-AMEND-REQUEST.
           PERFORM 8000-FIND-REQUEST
           PERFORM 8200-CHECK-CHANGE-ALLOWED
           IF change-allowed
               MOVE entry-master-record TO ent-before-image
               MOVE EM-SOURCE TO ent-source
               MOVE EM-CARD-IMAGE (1:5) TO ent-n
               MOVE SPACES TO ent-r
               MOVE SPACES TO ent-seed-f1
               MOVE SPACES TO ent-seed-f2
               MOVE SPACES TO ent-type
               MOVE SPACES TO ent-groups
               IF EM-SOURCE = "COMBREQ"
                   MOVE EM-CARD-IMAGE (6:5) TO ent-r
                   MOVE EM-CARD-IMAGE (11:1) TO ent-type
                   MOVE EM-CARD-IMAGE (12:10) TO ent-groups
               END-IF
               IF EM-SOURCE = "FIBREQ"
                   MOVE EM-CARD-IMAGE (6:10) TO ent-seed-f1
                   MOVE EM-CARD-IMAGE (16:10) TO ent-seed-f2
               END-IF
               PERFORM 8400-ACCEPT-CARD
               PERFORM 8500-VALIDATE-CARD
               IF NOT card-bad
                   MOVE ent-card-image TO EM-CARD-IMAGE
                   PERFORM 8300-REWRITE-MASTER
                   MOVE "AMEND" TO ent-chg-action
                   PERFORM 9000-WRITE-CHANGE-LOG
                   STRING "REQUEST " EM-REQUEST-ID " AMENDED"
                       DELIMITED BY SIZE INTO ent-message
               END-IF
           END-IF.

       4000-CANCEL-REQUEST.
           PERFORM 8000-FIND-REQUEST
           PERFORM 8200-CHECK-CHANGE-ALLOWED
           IF change-allowed
               MOVE entry-master-record TO ent-before-image
               MOVE "CANCELLED" TO EM-STATUS
               MOVE business-date TO EM-STATUS-DATE
               PERFORM 8300-REWRITE-MASTER
               MOVE "CANCEL" TO ent-chg-action
               PERFORM 9000-WRITE-CHANGE-LOG
               STRING "REQUEST " EM-REQUEST-ID " CANCELLED"
                   DELIMITED BY SIZE INTO ent-message
           END-IF.

       8000-FIND-REQUEST.
           MOVE "N" TO request-found-sw
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
           END-IF
           PERFORM 8010-MATCH-ONE-MASTER-RECORD
               UNTIL master-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF.

       8010-MATCH-ONE-MASTER-RECORD.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-REQUEST-ID = ent-request-id
                       MOVE REQUEST-MASTER-RECORD
                           TO entry-master-record
                       SET request-found TO TRUE
                       SET master-eof TO TRUE
                   END-IF
           END-READ.

       8100-FIND-NEXT-SEQUENCE.
           MOVE 0 TO next-sequence
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
           END-IF
           PERFORM 8110-SCAN-ONE-MASTER-RECORD
               UNTIL master-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF.

       8110-SCAN-ONE-MASTER-RECORD.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-REQUEST-ID (2:7) IS NUMERIC
                       MOVE RM-REQUEST-ID (2:7) TO old-sequence
                       IF old-sequence > next-sequence
                           MOVE old-sequence TO next-sequence
                       END-IF
                   END-IF
           END-READ.

       8200-CHECK-CHANGE-ALLOWED.
      * ONLY THE OPERATOR WHO KEYED A REQUEST MAY CHANGE IT, AND ONLY
      * WHILE IT IS STILL RECEIVED AND INTAKE HAS NOT YET RELEASED IT
      * TO THE NIGHT'S REQUEST FILE. FROM THE CUT-OFF TIME ON, NO
      * CHANGES ARE TAKEN AT ALL - INTAKE MAY ALREADY BE RUNNING.
           MOVE "N" TO change-allowed-sw
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE CD-TIME TO clock-time
           IF NOT request-found
               MOVE "REQUEST ID NOT ON THE REQUEST MASTER"
                   TO ent-message
           ELSE
               IF EM-ENTERED-BY NOT = ent-operator
                   MOVE "ONLY THE OPERATOR WHO ENTERED IT MAY CHANGE IT"
                       TO ent-message
               ELSE
                   IF EM-STATUS NOT = "RECEIVED"
                       STRING "REQUEST IS ALREADY " EM-STATUS
                           DELIMITED BY SIZE INTO ent-message
                   ELSE
                       IF EM-RELEASED-DATE NOT = SPACES
                           MOVE "ALREADY RELEASED TO THE NIGHTLY RUN"
                               TO ent-message
                       ELSE
                           IF clock-time >= cutoff-time
                               MOVE "PAST THE NIGHTLY CUT-OFF"
                                   TO ent-message
                           ELSE
                               SET change-allowed TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8300-REWRITE-MASTER.
      * THE CHANGED RECORD REPLACES ITS OLD IMAGE THROUGH THE SAME
      * COPY-THROUGH-A-SCRATCH SHAPE REQSTAT USES - EVERY OTHER
      * RECORD IS CARRIED ACROSS UNTOUCHED.
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           OPEN OUTPUT MASTER-SCRATCH-FILE
           PERFORM 8310-COPY-ONE-TO-SCRATCH
               UNTIL master-eof
           CLOSE REQUEST-MASTER-FILE
           CLOSE MASTER-SCRATCH-FILE
           MOVE "N" TO master-eof-sw
           OPEN OUTPUT REQUEST-MASTER-FILE
           OPEN INPUT MASTER-SCRATCH-FILE
           PERFORM 8320-COPY-ONE-FROM-SCRATCH
               UNTIL master-eof
           CLOSE MASTER-SCRATCH-FILE
           CLOSE REQUEST-MASTER-FILE.

       8310-COPY-ONE-TO-SCRATCH.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-REQUEST-ID = EM-REQUEST-ID
                       WRITE MASTER-SCRATCH-RECORD
                           FROM entry-master-record
                   ELSE
                       WRITE MASTER-SCRATCH-RECORD
                           FROM REQUEST-MASTER-RECORD
                   END-IF
           END-READ.

       8320-COPY-ONE-FROM-SCRATCH.
           READ MASTER-SCRATCH-FILE INTO REQUEST-MASTER-RECORD
               AT END SET master-eof TO TRUE
               NOT AT END
                   WRITE REQUEST-MASTER-RECORD
           END-READ.

       8400-ACCEPT-CARD.
           DISPLAY CARD-SCREEN
           ACCEPT CARD-SCREEN.

       8500-VALIDATE-CARD.
      * THE RULES THE NIGHTLY PROGRAMS APPLY TO A PUNCHED CARD - A
      * ZERO-PADDED NUMERIC N WITHIN MAX-VALID-N, FOR COMBINATIONS
      * THE REQUEST-TYPE RULES COMBCALC APPLIES (SEE 8600), AND FOR
      * FIBONACCI EITHER NO SEEDS OR A NUMERIC PAIR - SO AN ENTRY
      * THAT WOULD ONLY BE SUSPENDED OVERNIGHT IS REFUSED WHILE THE
      * REQUESTER IS STILL AT THE SCREEN. A GOOD CARD IS BUILT INTO
      * THE MASTER'S CARD IMAGE IN THE SAME POSITIONS INTAKE USES.
           MOVE "N" TO card-bad-sw
           IF ent-n IS NOT NUMERIC
               SET card-bad TO TRUE
               MOVE "N MUST BE 5 ZERO-PADDED DIGITS" TO ent-message
           ELSE
               MOVE ent-n TO ent-n-num
               IF ent-source NOT = "FIBREQ"
                   AND ent-n-num > max-valid-n
                   SET card-bad TO TRUE
                   MOVE "N EXCEEDS THE MAX-VALID-N OPERATING LIMIT"
                       TO ent-message
               END-IF
           END-IF
           IF NOT card-bad AND ent-source = "COMBREQ"
               PERFORM 8600-VALIDATE-COMB-TYPE
           END-IF
           IF NOT card-bad AND ent-source = "FIBREQ"
               IF (ent-seed-f1 NOT = SPACES
                       OR ent-seed-f2 NOT = SPACES)
                   AND (ent-seed-f1 IS NOT NUMERIC
                       OR ent-seed-f2 IS NOT NUMERIC)
                   SET card-bad TO TRUE
                   MOVE "SEEDS MUST BE BLANK OR TWO 10-DIGIT NUMBERS"
                       TO ent-message
               END-IF
           END-IF
           MOVE SPACES TO ent-card-image
           IF NOT card-bad
               MOVE ent-n TO ent-card-image (1:5)
               IF ent-source = "COMBREQ"
                   MOVE ent-r TO ent-card-image (6:5)
                   MOVE ent-type TO ent-card-image (11:1)
                   MOVE ent-groups TO ent-card-image (12:10)
               END-IF
               IF ent-source = "FIBREQ"
                   MOVE ent-seed-f1 TO ent-card-image (6:10)
                   MOVE ent-seed-f2 TO ent-card-image (16:10)
               END-IF
           END-IF.

       8600-VALIDATE-COMB-TYPE.
      * BLANK OR C IS PLAIN NCR/NPR - A NUMERIC R NO GREATER THAN N.
      * R (REPETITION) NEEDS A NUMERIC R, WHICH MAY EXCEED N, FROM A
      * SET THAT IS NOT EMPTY. M (MULTISET) AND D (DERANGEMENTS) TAKE
      * N ALONE, SO R MUST BE BLANK OR ZERO, AND M NEEDS AT LEAST ONE
      * NONZERO TWO-DIGIT GROUP COUNT WITH THE GROUPS HOLDING NO MORE
      * THAN N ITEMS.
           EVALUATE TRUE
               WHEN ent-type NOT = SPACE AND ent-type NOT = "C"
                   AND ent-type NOT = "R" AND ent-type NOT = "M"
                   AND ent-type NOT = "D"
                   SET card-bad TO TRUE
                   MOVE "TYPE MUST BE BLANK, C, R, M OR D"
                       TO ent-message
               WHEN ent-type = "M" OR ent-type = "D"
                   IF ent-r NOT = SPACES AND ent-r NOT = "00000"
                       SET card-bad TO TRUE
                       MOVE "R MUST BE BLANK FOR TYPES M AND D"
                           TO ent-message
                   END-IF
               WHEN ent-r IS NOT NUMERIC
                   SET card-bad TO TRUE
                   MOVE "R MUST BE 5 ZERO-PADDED DIGITS"
                       TO ent-message
               WHEN OTHER
                   MOVE ent-r TO ent-r-num
                   IF ent-type = "R"
                       IF ent-n-num = 0
                           SET card-bad TO TRUE
                           MOVE "REPETITION NEEDS N OF AT LEAST 1"
                               TO ent-message
                       END-IF
                   ELSE
                       IF ent-r-num > ent-n-num
                           SET card-bad TO TRUE
                           MOVE "R EXCEEDS N" TO ent-message
                       END-IF
                   END-IF
           END-EVALUATE
           IF NOT card-bad AND ent-type NOT = "M"
               AND ent-groups NOT = SPACES
               SET card-bad TO TRUE
               MOVE "GROUP COUNTS ARE FOR TYPE M ONLY" TO ent-message
           END-IF
           IF NOT card-bad AND ent-type = "M"
               MOVE 0 TO ent-group-count
               MOVE 0 TO ent-group-total
               MOVE 0 TO ent-group-x
               PERFORM 8610-CHECK-ONE-GROUP
                   UNTIL ent-group-x >= 5
               IF NOT card-bad
                   IF ent-group-count = 0
                       SET card-bad TO TRUE
                       MOVE "TYPE M NEEDS AT LEAST ONE GROUP COUNT"
                           TO ent-message
                   ELSE
                       IF ent-group-total > ent-n-num
                           SET card-bad TO TRUE
                           MOVE "GROUP COUNTS ADD UP TO MORE THAN N"
                               TO ent-message
                       END-IF
                   END-IF
               END-IF
           END-IF.

       8610-CHECK-ONE-GROUP.
           ADD 1 TO ent-group-x
           IF EG-GROUP (ent-group-x) NOT = SPACES
               IF EG-GROUP (ent-group-x) IS NUMERIC
                   AND EG-GROUP (ent-group-x) NOT = "00"
                   ADD 1 TO ent-group-count
                   MOVE EG-GROUP (ent-group-x) TO ent-group-n
                   ADD ent-group-n TO ent-group-total
               ELSE
                   SET card-bad TO TRUE
                   MOVE "GROUP COUNTS MUST BE 2 DIGITS, NOT 00"
                       TO ent-message
               END-IF
           END-IF.

       9000-WRITE-CHANGE-LOG.
      * THE LOG IS APPEND-ONLY LIKE THE TABLE MAINTENANCE CHANGE LOG
      * - BEFORE IMAGE, AFTER IMAGE, OPERATOR AND CLOCK TIME PER
      * CHANGE, THE CLOCK REFRESHED PER CHANGE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND CHANGE-LOG-FILE
           IF CHGL-FILE-STATUS = "35"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           MOVE CD-DATE TO RCL-DATE
           MOVE CD-TIME TO RCL-TIME
           MOVE ent-operator TO RCL-OPERATOR
           MOVE ent-chg-action TO RCL-ACTION
           MOVE EM-REQUEST-ID TO RCL-REQUEST-ID
           MOVE ent-before-image TO RCL-BEFORE
           MOVE entry-master-record TO RCL-AFTER
           WRITE REQUEST-CHANGE-LOG-RECORD
           CLOSE CHANGE-LOG-FILE.
