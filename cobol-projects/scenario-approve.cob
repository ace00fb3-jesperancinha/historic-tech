       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCENAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCNK-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCENARIO-KSDS-FILE.
      * ONE RECORD PER VERSION OF A SCENARIO (SEE SCENLOAD).
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

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       WORKING-STORAGE SECTION.

         77 apr-operator PIC X(08) VALUE SPACES.
         77 apr-action PIC X(01).
         77 apr-name PIC X(20).
         77 apr-message PIC X(60).

         77 apr-again-sw PIC X(01) VALUE "Y".
           88 apr-again                 VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".
         77 version-free-sw PIC X(01).
           88 version-free              VALUE "Y".

         77 probe-version PIC 9(03).
         77 approved-version PIC 9(03).
         77 pending-version PIC 9(03).

      * THE VERSION IN FORCE AND THE VERSION AWAITING APPROVAL, SHOWN
      * SIDE BY SIDE SO THE CHECKER SEES EXACTLY WHAT CHANGES.
         01 in-force-work.
           05  if-version           PIC 9(03).
           05  if-amount            PIC 9(09)V9(02).
           05  if-periods           PIC 9(05).
           05  if-owner             PIC X(08).
           05  if-eff-date          PIC X(08).
           05  if-approver          PIC X(08).
           05  if-approved-date     PIC X(08).
         01 pending-work.
           05  pw-version           PIC 9(03).
           05  pw-amount            PIC 9(09)V9(02).
           05  pw-periods           PIC 9(05).
           05  pw-owner             PIC X(08).
           05  pw-eff-date          PIC X(08).
           05  pw-loaded-date       PIC X(08).
           05  pw-loaded-by         PIC X(08).

         01 SCNK-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1
               VALUE "SCENARIO APPROVAL - SIGN ON".
           05  LINE 3  COLUMN 1  VALUE "OPERATOR ID: ".
           05  LINE 3  COLUMN 14 PIC X(08) TO apr-operator.

       01  ACTION-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1  VALUE "SCENARIO APPROVAL".
           05  LINE 3  COLUMN 1  VALUE "SCENARIO NAME: ".
           05  LINE 3  COLUMN 16 PIC X(20) TO apr-name.
           05  LINE 4  COLUMN 1
               VALUE "ACTION (D=SHOW A=APPROVE R=REJECT): ".
           05  LINE 4  COLUMN 38 PIC X(01) TO apr-action.

       01  DETAIL-SCREEN.
           05  LINE 6  COLUMN 15 VALUE "IN FORCE".
           05  LINE 6  COLUMN 35 VALUE "PENDING APPROVAL".
           05  LINE 7  COLUMN 1  VALUE "VERSION:".
           05  LINE 7  COLUMN 15 PIC ZZ9 FROM if-version.
           05  LINE 7  COLUMN 35 PIC ZZ9 FROM pw-version.
           05  LINE 8  COLUMN 1  VALUE "OPENING:".
           05  LINE 8  COLUMN 15 PIC ZZZ,ZZZ,ZZ9.99 FROM if-amount.
           05  LINE 8  COLUMN 35 PIC ZZZ,ZZZ,ZZ9.99 FROM pw-amount.
           05  LINE 9  COLUMN 1  VALUE "PERIODS:".
           05  LINE 9  COLUMN 15 PIC ZZZZ9 FROM if-periods.
           05  LINE 9  COLUMN 35 PIC ZZZZ9 FROM pw-periods.
           05  LINE 10 COLUMN 1  VALUE "OWNER:".
           05  LINE 10 COLUMN 15 PIC X(08) FROM if-owner.
           05  LINE 10 COLUMN 35 PIC X(08) FROM pw-owner.
           05  LINE 11 COLUMN 1  VALUE "EFFECTIVE:".
           05  LINE 11 COLUMN 15 PIC X(08) FROM if-eff-date.
           05  LINE 11 COLUMN 35 PIC X(08) FROM pw-eff-date.
           05  LINE 12 COLUMN 1  VALUE "APPROVED BY:".
           05  LINE 12 COLUMN 15 PIC X(08) FROM if-approver.
           05  LINE 12 COLUMN 24 PIC X(08) FROM if-approved-date.
           05  LINE 12 COLUMN 35 VALUE "LOADED ".
           05  LINE 12 COLUMN 42 PIC X(08) FROM pw-loaded-date.
           05  LINE 12 COLUMN 51 PIC X(08) FROM pw-loaded-by.

       01  MESSAGE-SCREEN.
           05  LINE 15 COLUMN 1  PIC X(60) FROM apr-message.

       01  AGAIN-SCREEN.
           05  LINE 17 COLUMN 1  VALUE "ANOTHER ACTION (Y/N)? ".
           05  LINE 17 COLUMN 23 PIC X(01) TO apr-again-sw.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * THE CHECKER'S HALF OF SCENARIO MAINTENANCE. SCENLOAD PUTS A
      * NEW OR CHANGED SCENARIO ON THE LIBRARY AS A PENDING VERSION;
      * NOTHING FIBPROJ OR SCENCOMP PUBLISHES CHANGES UNTIL A SECOND
      * OPERATOR - NOT THE ONE WHO LOADED IT, NOR THE SCENARIO'S
      * OWNER - LOOKS AT THE PENDING FIGURES BESIDE THE ONES IN FORCE
      * AND APPROVES THEM HERE. APPROVAL RETIRES THE VERSION IN FORCE
      * (IT STAYS ON FILE AS HISTORY) AND STAMPS THE APPROVER AND
      * TIME ON THE NEW ONE. A REJECTED PENDING VERSION IS RETIRED
      * WITHOUT EVER HAVING BEEN IN FORCE.
           DISPLAY SIGNON-SCREEN
           ACCEPT SIGNON-SCREEN
           PERFORM 0400-CHECK-AUTHORITY
           IF NOT operator-ok
               DISPLAY "SCENAPPR - SIGN-ON REFUSED FOR "
                   apr-operator
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SCENARIO-KSDS-FILE
           IF SCNK-FILE-STATUS NOT = "00"
               DISPLAY "SCENAPPR - SCENKSDS NOT AVAILABLE, STATUS "
                   SCNK-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-GET-ACTION
               UNTIL NOT apr-again
           CLOSE SCENARIO-KSDS-FILE
           STOP RUN.

       0400-CHECK-AUTHORITY.
      * APPROVING PLANNING FIGURES IS TABLE MAINTENANCE - LEVEL 2, THE
      * SAME AUTHORITY FACTMNT ASKS FOR. A MISSING AUTHORITY FILE
      * AUTHORIZES NOBODY.
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
                   IF OA-OPERATOR = apr-operator
                       AND apr-operator NOT = SPACES
                       AND OA-AUTH-LEVEL >= "2"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       1000-GET-ACTION.
           MOVE SPACES TO apr-action
           MOVE SPACES TO apr-name
           DISPLAY ACTION-SCREEN
           ACCEPT ACTION-SCREEN
           MOVE SPACES TO apr-message
           PERFORM 8000-FIND-VERSIONS
           IF approved-version = 0 AND pending-version = 0
               MOVE "NO APPROVED OR PENDING VERSION OF THAT SCENARIO"
                   TO apr-message
           ELSE
               DISPLAY DETAIL-SCREEN
               EVALUATE apr-action
                   WHEN "D"
                       CONTINUE
                   WHEN "A"
                       PERFORM 2000-APPROVE-PENDING
                   WHEN "R"
                       PERFORM 3000-REJECT-PENDING
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - USE D, A OR R"
                           TO apr-message
               END-EVALUATE
           END-IF
           DISPLAY MESSAGE-SCREEN
           DISPLAY AGAIN-SCREEN
           ACCEPT AGAIN-SCREEN.

       2000-APPROVE-PENDING.
      * THE MAKER CANNOT BE THE CHECKER. THE MAKER IS THE OPERATOR
      * SCENLOAD STAMPED AS HAVING LOADED THE FIGURES - THE OWNER ON
      * THE CARD IS FREE TEXT AND PROVES NOTHING, THOUGH THE OWNER
      * MAY NOT APPROVE EITHER. A VERSION WITH NO LOADER ON RECORD
      * CANNOT BE CHECKED AND MUST BE LOADED AGAIN.
           EVALUATE TRUE
               WHEN pending-version = 0
                   MOVE "NO VERSION OF THIS SCENARIO IS PENDING"
                       TO apr-message
               WHEN pw-loaded-by = SPACES
                   MOVE "LOADER NOT RECORDED - RELOAD BEFORE APPROVAL"
                       TO apr-message
               WHEN pw-loaded-by = apr-operator
                   MOVE "OPERATOR WHO LOADED IT CANNOT APPROVE IT"
                       TO apr-message
               WHEN pw-owner = apr-operator
                   MOVE "OWNER CANNOT APPROVE OWN SCENARIO"
                       TO apr-message
               WHEN OTHER
                   MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
                   IF approved-version > 0
                       MOVE approved-version TO probe-version
                       PERFORM 7000-RETIRE-ONE-VERSION
                   END-IF
                   MOVE apr-name TO SCNK-NAME
                   MOVE pending-version TO SCNK-VERSION
                   READ SCENARIO-KSDS-FILE
                       INVALID KEY
                           MOVE "PENDING VERSION NO LONGER ON FILE"
                               TO apr-message
                       NOT INVALID KEY
                           MOVE "APPROVED" TO SCNK-STATUS
                           MOVE apr-operator TO SCNK-APPROVER
                           MOVE CD-DATE TO SCNK-APPROVED-DATE
                           MOVE CD-TIME TO SCNK-APPROVED-TIME
                           REWRITE SCENARIO-KSDS-RECORD
                           STRING "VERSION " pw-version
                               " APPROVED BY " apr-operator
                               DELIMITED BY SIZE INTO apr-message
                   END-READ
           END-EVALUATE.

       3000-REJECT-PENDING.
           IF pending-version = 0
               MOVE "NO VERSION OF THIS SCENARIO IS PENDING"
                   TO apr-message
           ELSE
               MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
               MOVE pending-version TO probe-version
               PERFORM 7000-RETIRE-ONE-VERSION
               STRING "VERSION " pw-version " REJECTED BY "
                   apr-operator DELIMITED BY SIZE INTO apr-message
           END-IF.

       7000-RETIRE-ONE-VERSION.
           MOVE apr-name TO SCNK-NAME
           MOVE probe-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "RETIRED" TO SCNK-STATUS
                   MOVE apr-operator TO SCNK-RETIRED-BY
                   MOVE CD-DATE TO SCNK-RETIRED-DATE
                   REWRITE SCENARIO-KSDS-RECORD
           END-READ.

       8000-FIND-VERSIONS.
      * VERSIONS ARE NUMBERED 1, 2, 3 ... PER NAME, SO THE WALK ENDS
      * AT THE FIRST FREE SLOT. AT MOST ONE VERSION IS IN FORCE AND
      * AT MOST ONE IS PENDING.
           MOVE 0 TO approved-version
           MOVE 0 TO pending-version
           MOVE 0 TO if-version if-amount if-periods
           MOVE SPACES TO if-owner if-eff-date if-approver
               if-approved-date
           MOVE 0 TO pw-version pw-amount pw-periods
           MOVE SPACES TO pw-owner pw-eff-date pw-loaded-date
               pw-loaded-by
           MOVE "N" TO version-free-sw
           MOVE 0 TO probe-version
           PERFORM 8010-PROBE-ONE-VERSION
               UNTIL version-free OR probe-version >= 999.

       8010-PROBE-ONE-VERSION.
           ADD 1 TO probe-version
           MOVE apr-name TO SCNK-NAME
           MOVE probe-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   SET version-free TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SCNK-APPROVED
                           MOVE probe-version TO approved-version
                           MOVE SCNK-VERSION TO if-version
                           MOVE SCNK-AMOUNT TO if-amount
                           MOVE SCNK-PERIODS TO if-periods
                           MOVE SCNK-OWNER TO if-owner
                           MOVE SCNK-EFF-DATE TO if-eff-date
                           MOVE SCNK-APPROVER TO if-approver
                           MOVE SCNK-APPROVED-DATE TO if-approved-date
                       WHEN SCNK-PENDING
                           MOVE probe-version TO pending-version
                           MOVE SCNK-VERSION TO pw-version
                           MOVE SCNK-AMOUNT TO pw-amount
                           MOVE SCNK-PERIODS TO pw-periods
                           MOVE SCNK-OWNER TO pw-owner
                           MOVE SCNK-EFF-DATE TO pw-eff-date
                           MOVE SCNK-LOADED-DATE TO pw-loaded-date
                           MOVE SCNK-LOADED-BY TO pw-loaded-by
                   END-EVALUATE
           END-READ.
