       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-CARD-FILE ASSIGN TO "SCENCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS KSDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-CARD-FILE
           RECORDING MODE IS F.
      * ONE CARD - THE OPERATOR LOADING THE DECK. IT IS STAMPED ON
      * EVERY VERSION THE RUN PUTS ON FILE, SO SCENAPPR CAN KEEP THE
      * MAKER FROM BEING THE CHECKER.
       01  LOAD-CARD.
           05  LC-OPERATOR         PIC X(08).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  SCENARIO-FILE
           RECORDING MODE IS F.
       01  SCENARIO-CARD.
           05  SCN-EFF-DATE        PIC X(08).

       FD  SCENARIO-KSDS-FILE.
      * THE KEY CARRIES A VERSION SEQUENCE PER SCENARIO NAME, THE
      * SAME SHAPE AS THE RESULTS-HISTORY KEY. A NEW OR CHANGED
      * SCENARIO GOES ON AS A PENDING VERSION AND IS PUBLISHED ONLY
      * ONCE A SECOND OPERATOR APPROVES IT ON SCENAPPR, WHICH RETIRES
      * THE APPROVED VERSION IT REPLACES. RETIRED VERSIONS STAY ON
      * FILE, SO THE FIGURES IN FORCE ON ANY DATE CAN BE SHOWN.
      * STATUS: PENDING, APPROVED, RETIRED
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
      * THE SIGNED-ON OPERATOR WHO LOADED THE FIGURES (SCENCTL) - NOT
      * THE OWNER, WHICH IS WHATEVER THE CARD SAYS.
           05  SCNK-LOADED-BY      PIC X(08).
      * WHO APPROVED THE VERSION AND WHEN - SPACES UNTIL IT IS
      * APPROVED, AND ON A PENDING VERSION REJECTED WITHOUT EVER
      * BEING APPROVED.
           05  SCNK-APPROVER       PIC X(08).
           05  SCNK-APPROVED-DATE  PIC X(08).
           05  SCNK-APPROVED-TIME  PIC X(06).
           05  SCNK-RETIRED-BY     PIC X(08).
           05  SCNK-RETIRED-DATE   PIC X(08).

       WORKING-STORAGE SECTION.

           88 source-eof                VALUE "Y".
         77 any-rejected-sw PIC X(01) VALUE "N".
           88 any-rejected              VALUE "Y".
         77 version-free-sw PIC X(01).
           88 version-free              VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".

         77 load-count PIC 9(05) VALUE 0.
         77 change-count PIC 9(05) VALUE 0.
         77 replace-count PIC 9(05) VALUE 0.
         77 unchanged-count PIC 9(05) VALUE 0.
         77 reject-count PIC 9(05) VALUE 0.
         77 next-version PIC 9(03).
         77 pending-version PIC 9(03).
         77 approved-version PIC 9(03).

      * THE INCOMING CARD'S FIGURES, AND THOSE OF THE VERSION THEY
      * ARE MEASURED AGAINST - A CARD THAT SAYS WHAT IS ALREADY ON
      * FILE IS NOT A CHANGE AND NEEDS NO APPROVAL.
         01 card-figures.
           05  cf-amount            PIC 9(09)V9(02).
           05  cf-periods           PIC 9(05).
           05  cf-owner             PIC X(08).
           05  cf-eff-date          PIC X(08).
         01 file-figures.
           05  ff-amount            PIC 9(09)V9(02).
           05  ff-periods           PIC 9(05).
           05  ff-owner             PIC X(08).
           05  ff-eff-date          PIC X(08).

         01 KSDS-FILE-STATUS          PIC X(02).
         01 CARD-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * OPENING AMOUNT, PERIODS, OWNER AND EFFECTIVE DATE - SO THE
      * PLANNING ANALYSTS REGISTER A SCENARIO ONCE AND FIBPROJ AND
      * SCENCOMP RUN FROM THE LIBRARY EVERY MONTH INSTEAD OF
      * RE-KEYED THROWAWAY CARDS. NOTHING LOADED HERE IS PUBLISHED
      * UNTIL IT IS APPROVED: A NEW NAME, OR NEW FIGURES FOR A NAME
      * ALREADY ON FILE, BECOMES A PENDING VERSION THAT A DIFFERENT
      * OPERATOR MUST APPROVE ON SCENAPPR. THE APPROVED VERSION STAYS
      * IN FORCE UNTIL THEN. A CARD FOR A NAME THAT ALREADY HAS A
      * PENDING VERSION REPLACES THAT PENDING VERSION - IT WAS NEVER
      * APPROVED, SO THERE IS NO PUBLISHED FIGURE TO KEEP.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0400-GET-LOAD-CARD
           IF NOT operator-ok
               DISPLAY "SCENLOAD - LOAD REFUSED FOR OPERATOR '"
                   LC-OPERATOR "' - NOTHING LOADED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ONE-SCENARIO
               UNTIL source-eof
           PERFORM 9000-TERMINATE
           STOP RUN.

       0400-GET-LOAD-CARD.
      * LOADING PLANNING FIGURES IS TABLE MAINTENANCE - LEVEL 2, THE
      * SAME AUTHORITY SCENAPPR ASKS OF THE CHECKER. A MISSING CARD
      * OR AUTHORITY FILE AUTHORIZES NOBODY.
           MOVE SPACES TO LOAD-CARD
           OPEN INPUT LOAD-CARD-FILE
           IF CARD-FILE-STATUS = "00"
               READ LOAD-CARD-FILE
                   AT END MOVE SPACES TO LOAD-CARD
               END-READ
               CLOSE LOAD-CARD-FILE
           END-IF
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
                   IF OA-OPERATOR = LC-OPERATOR
                       AND LC-OPERATOR NOT = SPACES
                       AND OA-AUTH-LEVEL >= "2"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       1000-INITIALIZE.
           OPEN INPUT SCENARIO-FILE
           OPEN I-O SCENARIO-KSDS-FILE
               DISPLAY "SCENLOAD - INVALID SCENARIO CARD: "
                   SCENARIO-CARD
           ELSE
               MOVE SCN-AMOUNT-N TO cf-amount
               MOVE SCN-PERIODS TO cf-periods
               MOVE SCN-OWNER TO cf-owner
               MOVE SCN-EFF-DATE TO cf-eff-date
               PERFORM 2200-FIND-VERSIONS
               EVALUATE TRUE
                   WHEN pending-version > 0
                       PERFORM 2300-REPLACE-PENDING-VERSION
                   WHEN approved-version > 0
                       PERFORM 2400-CHECK-APPROVED-VERSION
                   WHEN OTHER
                       PERFORM 2500-WRITE-PENDING-VERSION
                       ADD 1 TO load-count
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-SCENARIO-CARD.

               AT END SET source-eof TO TRUE
           END-READ.

       2200-FIND-VERSIONS.
      * VERSIONS ARE ISSUED 1, 2, 3 ... PER NAME - THE FIRST FREE
      * SLOT IS THE NEXT VERSION. ON THE WAY THERE THE WALK NOTES
      * THE VERSION IN FORCE (APPROVED) AND ANY VERSION STILL
      * AWAITING APPROVAL (PENDING).
           MOVE "N" TO version-free-sw
           MOVE 0 TO next-version
           MOVE 0 TO pending-version
           MOVE 0 TO approved-version
           PERFORM 2210-PROBE-ONE-VERSION
               UNTIL version-free OR next-version >= 999.

       2210-PROBE-ONE-VERSION.
           ADD 1 TO next-version
           MOVE SCN-NAME TO SCNK-NAME
           MOVE next-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   SET version-free TO TRUE
               NOT INVALID KEY
                   IF SCNK-PENDING
                       MOVE next-version TO pending-version
                   END-IF
                   IF SCNK-APPROVED
                       MOVE next-version TO approved-version
                   END-IF
           END-READ.

       2300-REPLACE-PENDING-VERSION.
           MOVE SCN-NAME TO SCNK-NAME
           MOVE pending-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2600-SAVE-FILE-FIGURES
                   IF file-figures = card-figures
                       ADD 1 TO unchanged-count
                   ELSE
                       PERFORM 2700-MOVE-CARD-FIGURES
                       REWRITE SCENARIO-KSDS-RECORD
                       ADD 1 TO replace-count
                   END-IF
           END-READ.

       2400-CHECK-APPROVED-VERSION.
      * THE SAME FIGURES AS THE VERSION IN FORCE ARE NOT A CHANGE -
      * A ROUTINE RELOAD OF THE WHOLE CARD DECK RAISES NOTHING FOR
      * APPROVAL.
           MOVE SCN-NAME TO SCNK-NAME
           MOVE approved-version TO SCNK-VERSION
           READ SCENARIO-KSDS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2600-SAVE-FILE-FIGURES
           END-READ
           IF file-figures = card-figures
               ADD 1 TO unchanged-count
           ELSE
               PERFORM 2500-WRITE-PENDING-VERSION
               ADD 1 TO change-count
           END-IF.

       2500-WRITE-PENDING-VERSION.
           MOVE SPACES TO SCENARIO-KSDS-RECORD
           MOVE SCN-NAME TO SCNK-NAME
           MOVE next-version TO SCNK-VERSION
           PERFORM 2700-MOVE-CARD-FIGURES
           WRITE SCENARIO-KSDS-RECORD
               INVALID KEY
                   DISPLAY "SCENLOAD - UNEXPECTED DUPLICATE KEY: "
                       SCNK-KEY
           END-WRITE.

       2600-SAVE-FILE-FIGURES.
           MOVE SCNK-AMOUNT TO ff-amount
           MOVE SCNK-PERIODS TO ff-periods
           MOVE SCNK-OWNER TO ff-owner
           MOVE SCNK-EFF-DATE TO ff-eff-date.

       2700-MOVE-CARD-FIGURES.
           MOVE cf-amount TO SCNK-AMOUNT
           MOVE cf-periods TO SCNK-PERIODS
           MOVE cf-owner TO SCNK-OWNER
           MOVE cf-eff-date TO SCNK-EFF-DATE
           MOVE "PENDING" TO SCNK-STATUS
           MOVE CD-DATE TO SCNK-LOADED-DATE
           MOVE CD-TIME TO SCNK-LOADED-TIME
           MOVE LC-OPERATOR TO SCNK-LOADED-BY
           MOVE SPACES TO SCNK-APPROVER
           MOVE SPACES TO SCNK-APPROVED-DATE
           MOVE SPACES TO SCNK-APPROVED-TIME
           MOVE SPACES TO SCNK-RETIRED-BY
           MOVE SPACES TO SCNK-RETIRED-DATE.

       9000-TERMINATE.
      * RC 4 WHEN ANY CARD WAS REJECTED - THE SAME CONVENTION
      * FIBPROJ USES FOR A BAD SCENARIO CARD.
           CLOSE SCENARIO-FILE
           CLOSE SCENARIO-KSDS-FILE
           DISPLAY "SCENLOAD - NEW " load-count " CHANGED "
               change-count " PENDING REPLACED " replace-count
           DISPLAY "SCENLOAD - UNCHANGED " unchanged-count
               " REJECTED " reject-count
           IF any-rejected
               MOVE 4 TO RETURN-CODE
           ELSE
