       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRECERT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "RCRTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQLOG-FILE-STATUS.
           SELECT REQUEST-CHANGE-LOG-FILE ASSIGN TO "REQCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQCHGL-FILE-STATUS.
           SELECT INCIDENT-FILE ASSIGN TO "INCIDENT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INCD-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "FACTCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGLOG-FILE-STATUS.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCNK-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "PUBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT RECERT-REPORT ASSIGN TO "RCRTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
      * REVIEW PERIOD FROM/TO (YYYYMMDD) IN COLS 1-8 AND 9-16. NO
      * CARD MEANS THE LAST WHOLE CALENDAR QUARTER BEFORE THE
      * BUSINESS DATE.
       01  CONTROL-CARD.
           05  CC-PERIOD-FROM      PIC X(08).
           05  CC-PERIOD-TO        PIC X(08).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  INQUIRY-LOG-FILE
           RECORDING MODE IS F.
           COPY "inqlog.cpy".

       FD  REQUEST-CHANGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "reqchgl.cpy".

       FD  INCIDENT-FILE
           RECORDING MODE IS F.
           COPY "incident.cpy".

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       01  CHANGE-LOG-RECORD.
           05  FCL-DATE            PIC X(08).
           05  FCL-TIME            PIC X(06).
           05  FCL-OPERATOR        PIC X(08).
           05  FCL-ACTION          PIC X(08).
           05  FCL-N               PIC 9(05).
           05  FCL-BEFORE          PIC X(72).
           05  FCL-AFTER           PIC X(72).

       FD  SCENARIO-KSDS-FILE.
       01  SCENARIO-KSDS-RECORD.
           05  SCNK-KEY.
               10  SCNK-NAME       PIC X(20).
               10  SCNK-VERSION    PIC 9(03).
           05  SCNK-AMOUNT         PIC 9(09)V9(02).
           05  SCNK-PERIODS        PIC 9(05).
           05  SCNK-OWNER          PIC X(08).
           05  SCNK-EFF-DATE       PIC X(08).
           05  SCNK-STATUS         PIC X(08).
           05  SCNK-LOADED-DATE    PIC X(08).
           05  SCNK-LOADED-TIME    PIC X(06).
           05  SCNK-LOADED-BY      PIC X(08).
           05  SCNK-APPROVER       PIC X(08).
           05  SCNK-APPROVED-DATE  PIC X(08).
           05  SCNK-APPROVED-TIME  PIC X(06).
           05  SCNK-RETIRED-BY     PIC X(08).
           05  SCNK-RETIRED-DATE   PIC X(08).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       FD  HOLD-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "pubhold.cpy".

       FD  RECERT-REPORT
           RECORDING MODE IS F.
       01  RECERT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 log-eof-sw PIC X(01) VALUE "N".
           88 log-eof                   VALUE "Y".
         77 auth-missing-sw PIC X(01) VALUE "N".
           88 auth-missing              VALUE "Y".
         77 table-full-sw PIC X(01) VALUE "N".
           88 table-full                VALUE "Y".
         77 op-found-sw PIC X(01) VALUE "N".
           88 op-found                  VALUE "Y".

         77 business-date PIC X(08).
         77 period-from PIC X(08).
         77 period-to PIC X(08).
         77 period-year PIC 9(04).
         77 period-month PIC 9(02).
         77 period-source PIC X(20).

         77 find-operator PIC X(08).
         77 use-source PIC 9(01).
         77 use-level PIC X(01).
         77 use-date PIC X(08).

         77 op-x PIC 9(03).
         77 op-count PIC 9(03) VALUE 0.
         77 op-max PIC 9(03) VALUE 300.
         77 src-x PIC 9(01).
         77 dropped-count PIC 9(07) VALUE 0.

         77 authorized-count PIC 9(05) VALUE 0.
         77 idle-count PIC 9(05) VALUE 0.
         77 underused-count PIC 9(05) VALUE 0.
         77 overreach-count PIC 9(05) VALUE 0.
         77 unknown-count PIC 9(05) VALUE 0.
         77 flagged-count PIC 9(05) VALUE 0.

      * ONE ROW PER OPERATOR ID - EVERY ID ON OPERAUTH, PLUS EVERY ID
      * FOUND ON AN ACTIVITY FILE THAT OPERAUTH NO LONGER CARRIES.
      * THE SEVEN USE COUNTS ARE, IN ORDER: COMBINQ LOOKUPS
      * (INQLOG), REQENTRY CHANGES (REQCHGL), INCMNT ACKNOWLEDGE/
      * CLOSE (INCIDENT) - ALL LEVEL 1 - FACTMNT CHANGES (FACTCHGL)
      * AND SCENLOAD LOADS AND SCENAPPR APPROVALS/REJECTIONS
      * (SCENKSDS) AT LEVEL 2, AND RUNCTLRP RESETS (RUNCTL RC 999)
      * AND PUBGATE DECISIONS (PUBHOLD) AT LEVEL 3.
         01 operator-table.
           05  OT-ENTRY OCCURS 300 TIMES.
               10  OT-OPERATOR      PIC X(08).
               10  OT-LEVEL         PIC X(01).
               10  OT-ON-FILE       PIC X(01).
               10  OT-HIGH-USED     PIC X(01).
               10  OT-LAST-DATE     PIC X(08).
               10  OT-USE-COUNT     PIC 9(05) OCCURS 7 TIMES.

         01 source-level-values.
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER               PIC X(01) VALUE "1".
           05  FILLER               PIC X(01) VALUE "2".
           05  FILLER               PIC X(01) VALUE "2".
           05  FILLER               PIC X(01) VALUE "3".
           05  FILLER               PIC X(01) VALUE "3".
         01 source-level-table REDEFINES source-level-values.
           05  SL-LEVEL             PIC X(01) OCCURS 7 TIMES.

         01 CTL-FILE-STATUS           PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 INQLOG-FILE-STATUS        PIC X(02).
         01 REQCHGL-FILE-STATUS       PIC X(02).
         01 INCD-FILE-STATUS          PIC X(02).
         01 CHGLOG-FILE-STATUS        PIC X(02).
         01 SCNK-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).
         01 HOLD-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(41)
               VALUE "OPERATOR ACCESS RECERTIFICATION - PERIOD ".
           05  RH-FROM              PIC X(08).
           05  FILLER               PIC X(04) VALUE " TO ".
           05  RH-TO                PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RH-SOURCE            PIC X(20).
           05  FILLER               PIC X(12) VALUE "  RUN DATE ".
           05  RH-RUN-DATE          PIC X(08).

         01 report-heading-2.
           05  FILLER               PIC X(54) VALUE
               "LEVELS: 1 INQUIRY/ENTRY/INCIDENTS  2 TABLE MAINTENANCE".
           05  FILLER               PIC X(40) VALUE
               "  3 RUN-CONTROL RESET/PUBLICATION".

         01 authorized-heading.
           05  FILLER               PIC X(60) VALUE
               "OPERATORS ON OPERAUTH - MANAGER TO MARK KEEP OR REVOKE".

         01 column-heading-1.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  FILLER               PIC X(18)
               VALUE "----- LEVEL 1 ----".
           05  FILLER               PIC X(12) VALUE "  - LEVEL 2 ".
           05  FILLER               PIC X(12) VALUE "  - LEVEL 3 ".

         01 column-heading-2.
           05  FILLER               PIC X(10) VALUE "OPERATOR".
           05  FILLER               PIC X(04) VALUE "LVL".
           05  FILLER               PIC X(06) VALUE "  INQ".
           05  FILLER               PIC X(06) VALUE "  ENT".
           05  FILLER               PIC X(06) VALUE "  INC".
           05  FILLER               PIC X(06) VALUE " FACT".
           05  FILLER               PIC X(06) VALUE " SCEN".
           05  FILLER               PIC X(06) VALUE " RSET".
           05  FILLER               PIC X(06) VALUE "  PUB".
           05  FILLER               PIC X(06) VALUE "  MAX".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "LAST USED".
           05  FILLER               PIC X(22) VALUE "FINDING".
           05  FILLER               PIC X(32) VALUE "SIGN-OFF".

         01 detail-line.
           05  DL-OPERATOR          PIC X(08).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-LEVEL             PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-USE-COUNT         PIC ZZZZZ9 OCCURS 7 TIMES.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DL-HIGH-USED         PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-LAST-DATE         PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FINDING           PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-SIGN-OFF          PIC X(32).

         01 keep-revoke-box          PIC X(32)
               VALUE "KEEP [ ] REVOKE [ ] INITIALS ___".
         01 investigate-box          PIC X(32)
               VALUE "EXPLAINED [ ]  INITIALS ___".

         01 unknown-heading.
           05  FILLER               PIC X(60) VALUE
               "ACTIVITY BY IDS NOT ON OPERAUTH - MANAGER TO EXPLAIN".

         01 totals-line-1.
           05  FILLER               PIC X(18) VALUE "ON OPERAUTH     ".
           05  TL-AUTHORIZED        PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE "   NO ACTIVITY   ".
           05  TL-IDLE              PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE
               "   LEVEL-1 USE ONLY  ".
           05  TL-UNDERUSED         PIC ZZZZ9.

         01 totals-line-2.
           05  FILLER               PIC X(18) VALUE "USE ABOVE LEVEL ".
           05  TL-OVERREACH         PIC ZZZZ9.
           05  FILLER               PIC X(18) VALUE "   NOT ON FILE   ".
           05  TL-UNKNOWN           PIC ZZZZ9.
           05  FILLER               PIC X(22) VALUE
               "   IDS FLAGGED       ".
           05  TL-FLAGGED           PIC ZZZZ9.

         01 signature-line.
           05  FILLER               PIC X(51) VALUE
               "REVIEWED BY (MANAGER) ______________________  DATE ".
           05  FILLER               PIC X(10) VALUE "________".

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * THE QUARTERLY ACCESS RECERTIFICATION AUDIT ASKS FOR: EVERY
      * OPERATOR ID ON OPERAUTH WITH ITS AUTHORITY LEVEL, SET BESIDE
      * WHAT THE ID ACTUALLY DID IN THE PERIOD, SO THE MANAGER CAN
      * MARK EACH ONE KEEP OR REVOKE AND SIGN THE PAGE. ACTIVITY IS
      * TAKEN FROM EVERY FILE THAT CARRIES AN OPERATOR ID - THE
      * INQUIRY LOG, THE REQUEST ENTRY CHANGE LOG, THE INCIDENT
      * MASTER'S ACKNOWLEDGE AND CLOSE STAMPS, THE FACTORIAL TABLE
      * CHANGE LOG, THE SCENARIO LIBRARY'S LOAD, APPROVAL AND
      * REJECTION STAMPS, THE RUN-CONTROL OVERRIDE (RC 999) RECORDS AND
      * THE PUBLICATION DECISIONS. EACH USE IS SCORED AT THE LEVEL
      * THE FUNCTION NEEDS. FLAGGED: IDS WITH NO ACTIVITY, LEVEL 2
      * AND 3 HOLDERS WHO ONLY EVER USED LEVEL-1 FUNCTIONS, IDS THAT
      * USED A FUNCTION ABOVE THEIR LEVEL, AND ACTIVITY BY IDS NOT
      * ON OPERAUTH AT ALL. RC 4 WHEN ANYTHING IS FLAGGED, RC 8 WHEN
      * OPERAUTH COULD NOT BE READ OR THE ID TABLE FILLED.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-SET-REVIEW-PERIOD
           PERFORM 2000-LOAD-AUTHORITY
           PERFORM 3000-SCAN-INQUIRY-LOG
           PERFORM 3100-SCAN-REQUEST-CHANGE-LOG
           PERFORM 3200-SCAN-INCIDENTS
           PERFORM 3300-SCAN-FACTOR-CHANGE-LOG
           PERFORM 3350-SCAN-SCENARIO-LIBRARY
           PERFORM 3400-SCAN-RUN-CONTROL
           PERFORM 3500-SCAN-HOLD-REGISTER
           OPEN OUTPUT RECERT-REPORT
           PERFORM 4000-WRITE-HEADINGS
           PERFORM 5000-LIST-AUTHORIZED
           PERFORM 6000-LIST-UNKNOWN
           PERFORM 7000-WRITE-TOTALS
           CLOSE RECERT-REPORT
           IF auth-missing OR table-full
               MOVE 8 TO RETURN-CODE
           ELSE
               IF flagged-count > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * THE DEFAULT PERIOD IS WORKED BACK FROM THE BUSINESS DATE ON
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

       1000-SET-REVIEW-PERIOD.
      * A RCRTCTL CARD WITH TWO NUMERIC DATES, FROM NOT AFTER TO,
      * SETS THE PERIOD (A LATE OR RE-RUN REVIEW); OTHERWISE IT IS
      * THE LAST WHOLE CALENDAR QUARTER ENDED BEFORE THE BUSINESS
      * DATE.
           MOVE SPACES TO period-from
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CC-PERIOD-FROM IS NUMERIC
                           AND CC-PERIOD-TO IS NUMERIC
                           AND CC-PERIOD-FROM NOT > CC-PERIOD-TO
                           MOVE CC-PERIOD-FROM TO period-from
                           MOVE CC-PERIOD-TO TO period-to
                           MOVE "(RCRTCTL CARD)" TO period-source
                       ELSE
                           DISPLAY "OPRECERT - RCRTCTL CARD INVALID, "
                               "LAST QUARTER USED"
                       END-IF
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF
           IF period-from = SPACES
               PERFORM 1100-SET-PRIOR-QUARTER
           END-IF
           DISPLAY "OPRECERT - REVIEW PERIOD " period-from " TO "
               period-to.

       1100-SET-PRIOR-QUARTER.
           MOVE business-date (1:4) TO period-year
           MOVE business-date (5:2) TO period-month
           MOVE "(LAST QUARTER)" TO period-source
           EVALUATE TRUE
               WHEN period-month <= 3
                   SUBTRACT 1 FROM period-year
                   MOVE period-year TO period-from (1:4)
                   MOVE "1001" TO period-from (5:4)
                   MOVE period-year TO period-to (1:4)
                   MOVE "1231" TO period-to (5:4)
               WHEN period-month <= 6
                   MOVE period-year TO period-from (1:4)
                   MOVE "0101" TO period-from (5:4)
                   MOVE period-year TO period-to (1:4)
                   MOVE "0331" TO period-to (5:4)
               WHEN period-month <= 9
                   MOVE period-year TO period-from (1:4)
                   MOVE "0401" TO period-from (5:4)
                   MOVE period-year TO period-to (1:4)
                   MOVE "0630" TO period-to (5:4)
               WHEN OTHER
                   MOVE period-year TO period-from (1:4)
                   MOVE "0701" TO period-from (5:4)
                   MOVE period-year TO period-to (1:4)
                   MOVE "0930" TO period-to (5:4)
           END-EVALUATE.

       2000-LOAD-AUTHORITY.
      * AN ID ON MORE THAN ONE CARD HOLDS THE HIGHEST LEVEL ANY OF
      * THEM GRANTS - THE SIGN-ON CHECKS ACCEPT ANY CARD THAT GRANTS
      * ENOUGH.
           OPEN INPUT AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               SET auth-eof TO TRUE
               SET auth-missing TO TRUE
               DISPLAY "OPRECERT - OPERAUTH NOT AVAILABLE, STATUS "
                   AUTH-FILE-STATUS
           END-IF
           PERFORM 2100-LOAD-ONE-AUTHORITY-CARD
               UNTIL auth-eof
           IF AUTH-FILE-STATUS NOT = "35"
               CLOSE AUTHORITY-FILE
           END-IF.

       2100-LOAD-ONE-AUTHORITY-CARD.
           READ AUTHORITY-FILE
               AT END SET auth-eof TO TRUE
               NOT AT END
                   IF OA-OPERATOR NOT = SPACES
                       MOVE OA-OPERATOR TO find-operator
                       PERFORM 8000-FIND-OPERATOR
                       IF op-found
                           IF OT-ON-FILE (op-x) = "N"
                               ADD 1 TO authorized-count
                           END-IF
                           MOVE "Y" TO OT-ON-FILE (op-x)
                           IF OA-AUTH-LEVEL > OT-LEVEL (op-x)
                               MOVE OA-AUTH-LEVEL TO OT-LEVEL (op-x)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       3000-SCAN-INQUIRY-LOG.
           MOVE "N" TO log-eof-sw
           OPEN INPUT INQUIRY-LOG-FILE
           IF INQLOG-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3010-SCAN-ONE-INQUIRY
               UNTIL log-eof
           IF INQLOG-FILE-STATUS NOT = "35"
               CLOSE INQUIRY-LOG-FILE
           END-IF.

       3010-SCAN-ONE-INQUIRY.
           READ INQUIRY-LOG-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE IL-OPERATOR TO find-operator
                   MOVE IL-DATE TO use-date
                   MOVE 1 TO use-source
                   PERFORM 8100-RECORD-USE
           END-READ.

       3100-SCAN-REQUEST-CHANGE-LOG.
           MOVE "N" TO log-eof-sw
           OPEN INPUT REQUEST-CHANGE-LOG-FILE
           IF REQCHGL-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3110-SCAN-ONE-REQUEST-CHANGE
               UNTIL log-eof
           IF REQCHGL-FILE-STATUS NOT = "35"
               CLOSE REQUEST-CHANGE-LOG-FILE
           END-IF.

       3110-SCAN-ONE-REQUEST-CHANGE.
           READ REQUEST-CHANGE-LOG-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE RCL-OPERATOR TO find-operator
                   MOVE RCL-DATE TO use-date
                   MOVE 2 TO use-source
                   PERFORM 8100-RECORD-USE
           END-READ.

       3200-SCAN-INCIDENTS.
      * THE INCIDENT MASTER KEEPS ONLY THE LATEST ACKNOWLEDGE AND
      * CLOSE STAMPS, SO AN INCIDENT WORKED MORE THAN ONCE IN THE
      * PERIOD COUNTS ONCE FOR EACH.
           MOVE "N" TO log-eof-sw
           OPEN INPUT INCIDENT-FILE
           IF INCD-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3210-SCAN-ONE-INCIDENT
               UNTIL log-eof
           IF INCD-FILE-STATUS NOT = "35"
               CLOSE INCIDENT-FILE
           END-IF.

       3210-SCAN-ONE-INCIDENT.
           READ INCIDENT-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE 3 TO use-source
                   MOVE INC-ACK-OPERATOR TO find-operator
                   MOVE INC-ACK-DATE TO use-date
                   PERFORM 8100-RECORD-USE
                   MOVE INC-CLOSED-OPERATOR TO find-operator
                   MOVE INC-CLOSED-DATE TO use-date
                   PERFORM 8100-RECORD-USE
           END-READ.

       3300-SCAN-FACTOR-CHANGE-LOG.
           MOVE "N" TO log-eof-sw
           OPEN INPUT CHANGE-LOG-FILE
           IF CHGLOG-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3310-SCAN-ONE-FACTOR-CHANGE
               UNTIL log-eof
           IF CHGLOG-FILE-STATUS NOT = "35"
               CLOSE CHANGE-LOG-FILE
           END-IF.

       3310-SCAN-ONE-FACTOR-CHANGE.
           READ CHANGE-LOG-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE FCL-OPERATOR TO find-operator
                   MOVE FCL-DATE TO use-date
                   MOVE 4 TO use-source
                   PERFORM 8100-RECORD-USE
           END-READ.

       3350-SCAN-SCENARIO-LIBRARY.
           MOVE "N" TO log-eof-sw
           OPEN INPUT SCENARIO-KSDS-FILE
           IF SCNK-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3360-SCAN-ONE-SCENARIO-VERSION
               UNTIL log-eof
           IF SCNK-FILE-STATUS NOT = "35"
               CLOSE SCENARIO-KSDS-FILE
           END-IF.

       3360-SCAN-ONE-SCENARIO-VERSION.
      * AN APPROVAL STAMPS THE APPROVER ON THE NEW VERSION AND THE
      * SAME OPERATOR AS RETIRER ON THE ONE IT REPLACES - ONE ACT,
      * COUNTED ONCE. A RETIRER ON A VERSION NEVER APPROVED IS A
      * REJECTION, WHICH COUNTS IN ITS OWN RIGHT, AND LOADING THE
      * VERSION IS A LEVEL-2 ACT BY THE LOADER.
           READ SCENARIO-KSDS-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE 5 TO use-source
                   MOVE SCNK-LOADED-BY TO find-operator
                   MOVE SCNK-LOADED-DATE TO use-date
                   PERFORM 8100-RECORD-USE
                   MOVE SCNK-APPROVER TO find-operator
                   MOVE SCNK-APPROVED-DATE TO use-date
                   PERFORM 8100-RECORD-USE
                   IF SCNK-APPROVER = SPACES
                       MOVE SCNK-RETIRED-BY TO find-operator
                       MOVE SCNK-RETIRED-DATE TO use-date
                       PERFORM 8100-RECORD-USE
                   END-IF
           END-READ.

       3400-SCAN-RUN-CONTROL.
           MOVE "N" TO log-eof-sw
           OPEN INPUT RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3410-SCAN-ONE-RUN-CONTROL
               UNTIL log-eof
           IF RUNCTL-FILE-STATUS NOT = "35"
               CLOSE RUN-CONTROL-FILE
           END-IF.

       3410-SCAN-ONE-RUN-CONTROL.
      * ONLY THE RUNCTLRP OVERRIDE RECORDS CARRY AN OPERATOR.
           READ RUN-CONTROL-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   IF RC-RETURN-CODE = 999
                       MOVE RC-OPERATOR TO find-operator
                       MOVE RC-DATE TO use-date
                       MOVE 6 TO use-source
                       PERFORM 8100-RECORD-USE
                   END-IF
           END-READ.

       3500-SCAN-HOLD-REGISTER.
           MOVE "N" TO log-eof-sw
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 3510-SCAN-ONE-HOLD-RECORD
               UNTIL log-eof
           IF HOLD-FILE-STATUS NOT = "35"
               CLOSE HOLD-REGISTER-FILE
           END-IF.

       3510-SCAN-ONE-HOLD-RECORD.
      * HELD RECORDS THE GATE WRITES ITSELF HAVE NO OPERATOR; ONLY
      * RELEASE AND WITHDRAW DECISIONS DO.
           READ HOLD-REGISTER-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   MOVE PH-OPERATOR TO find-operator
                   MOVE PH-DATE TO use-date
                   MOVE 7 TO use-source
                   PERFORM 8100-RECORD-USE
           END-READ.

       4000-WRITE-HEADINGS.
           MOVE period-from TO RH-FROM
           MOVE period-to TO RH-TO
           MOVE period-source TO RH-SOURCE
           MOVE CD-DATE TO RH-RUN-DATE
           MOVE report-heading-1 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE report-heading-2 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           IF auth-missing
               MOVE "OPERAUTH NOT AVAILABLE - NO ID CAN BE RECERTIFIED"
                   TO RECERT-LINE
               WRITE RECERT-LINE
               MOVE SPACES TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       5000-LIST-AUTHORIZED.
           MOVE authorized-heading TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE column-heading-1 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE column-heading-2 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE 0 TO op-x
           PERFORM 5100-LIST-ONE-AUTHORIZED
               UNTIL op-x >= op-count
           IF authorized-count = 0
               MOVE "  NONE" TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       5100-LIST-ONE-AUTHORIZED.
           ADD 1 TO op-x
           IF OT-ON-FILE (op-x) = "Y"
               PERFORM 8200-BUILD-DETAIL-LINE
               EVALUATE TRUE
                   WHEN OT-HIGH-USED (op-x) = SPACES
                       MOVE "NO ACTIVITY" TO DL-FINDING
                       ADD 1 TO idle-count
                       ADD 1 TO flagged-count
                   WHEN OT-HIGH-USED (op-x) > OT-LEVEL (op-x)
                       MOVE "USE ABOVE LEVEL" TO DL-FINDING
                       ADD 1 TO overreach-count
                       ADD 1 TO flagged-count
                   WHEN OT-LEVEL (op-x) > "1"
                       AND OT-HIGH-USED (op-x) = "1"
                       MOVE "LEVEL-1 USE ONLY" TO DL-FINDING
                       ADD 1 TO underused-count
                       ADD 1 TO flagged-count
               END-EVALUATE
               MOVE keep-revoke-box TO DL-SIGN-OFF
               MOVE detail-line TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       6000-LIST-UNKNOWN.
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE unknown-heading TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE column-heading-1 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE column-heading-2 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE 0 TO op-x
           PERFORM 6100-LIST-ONE-UNKNOWN
               UNTIL op-x >= op-count
           IF unknown-count = 0
               MOVE "  NONE" TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF
           IF table-full
               MOVE SPACES TO RECERT-LINE
               WRITE RECERT-LINE
               MOVE "OPERATOR TABLE FULL - SOME ACTIVITY NOT COUNTED"
                   TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       6100-LIST-ONE-UNKNOWN.
           ADD 1 TO op-x
           IF OT-ON-FILE (op-x) = "N"
               ADD 1 TO unknown-count
               ADD 1 TO flagged-count
               PERFORM 8200-BUILD-DETAIL-LINE
               MOVE "NOT ON OPERAUTH" TO DL-FINDING
               MOVE investigate-box TO DL-SIGN-OFF
               MOVE detail-line TO RECERT-LINE
               WRITE RECERT-LINE
           END-IF.

       7000-WRITE-TOTALS.
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE authorized-count TO TL-AUTHORIZED
           MOVE idle-count TO TL-IDLE
           MOVE underused-count TO TL-UNDERUSED
           MOVE overreach-count TO TL-OVERREACH
           MOVE unknown-count TO TL-UNKNOWN
           MOVE flagged-count TO TL-FLAGGED
           MOVE totals-line-1 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE totals-line-2 TO RECERT-LINE
           WRITE RECERT-LINE
           MOVE SPACES TO RECERT-LINE
           WRITE RECERT-LINE
           WRITE RECERT-LINE
           MOVE signature-line TO RECERT-LINE
           WRITE RECERT-LINE
           DISPLAY "OPRECERT - " authorized-count " IDS ON OPERAUTH, "
               flagged-count " FLAGGED".

       8000-FIND-OPERATOR.
      * LOCATES find-operator IN THE TABLE, ADDING A ROW (NOT ON
      * OPERAUTH UNTIL AN AUTHORITY CARD SAYS OTHERWISE) WHEN IT IS
      * NEW. op-found IS OFF ONLY WHEN THE TABLE IS FULL.
           MOVE "N" TO op-found-sw
           MOVE 0 TO op-x
           PERFORM 8010-CHECK-ONE-OPERATOR
               UNTIL op-found OR op-x >= op-count
           IF NOT op-found
               IF op-count < op-max
                   ADD 1 TO op-count
                   MOVE op-count TO op-x
                   MOVE find-operator TO OT-OPERATOR (op-x)
                   MOVE SPACES TO OT-LEVEL (op-x)
                   MOVE "N" TO OT-ON-FILE (op-x)
                   MOVE SPACES TO OT-HIGH-USED (op-x)
                   MOVE SPACES TO OT-LAST-DATE (op-x)
                   MOVE 0 TO src-x
                   PERFORM 8020-CLEAR-ONE-USE-COUNT
                       UNTIL src-x >= 7
                   SET op-found TO TRUE
               ELSE
                   IF NOT table-full
                       DISPLAY "OPRECERT - OPERATOR TABLE FULL AT "
                           op-max " IDS"
                   END-IF
                   SET table-full TO TRUE
                   ADD 1 TO dropped-count
               END-IF
           END-IF.

       8010-CHECK-ONE-OPERATOR.
           ADD 1 TO op-x
           IF OT-OPERATOR (op-x) = find-operator
               SET op-found TO TRUE
           END-IF.

       8020-CLEAR-ONE-USE-COUNT.
           ADD 1 TO src-x
           MOVE 0 TO OT-USE-COUNT (op-x, src-x).

       8100-RECORD-USE.
      * ONE USE OF SOURCE use-source BY find-operator ON use-date -
      * IGNORED WHEN NO OPERATOR IS RECORDED OR THE DATE FALLS
      * OUTSIDE THE PERIOD.
           IF find-operator NOT = SPACES
               AND use-date NOT < period-from
               AND use-date NOT > period-to
               PERFORM 8000-FIND-OPERATOR
               IF op-found
                   ADD 1 TO OT-USE-COUNT (op-x, use-source)
                   MOVE SL-LEVEL (use-source) TO use-level
                   IF OT-HIGH-USED (op-x) = SPACES
                       OR use-level > OT-HIGH-USED (op-x)
                       MOVE use-level TO OT-HIGH-USED (op-x)
                   END-IF
                   IF use-date > OT-LAST-DATE (op-x)
                       OR OT-LAST-DATE (op-x) = SPACES
                       MOVE use-date TO OT-LAST-DATE (op-x)
                   END-IF
               END-IF
           END-IF.

       8200-BUILD-DETAIL-LINE.
           MOVE SPACES TO DL-FINDING
           MOVE OT-OPERATOR (op-x) TO DL-OPERATOR
           MOVE OT-LEVEL (op-x) TO DL-LEVEL
           MOVE OT-HIGH-USED (op-x) TO DL-HIGH-USED
           MOVE OT-LAST-DATE (op-x) TO DL-LAST-DATE
           MOVE 0 TO src-x
           PERFORM 8210-MOVE-ONE-USE-COUNT
               UNTIL src-x >= 7.

       8210-MOVE-ONE-USE-COUNT.
           ADD 1 TO src-x
           MOVE OT-USE-COUNT (op-x, src-x) TO DL-USE-COUNT (src-x).
