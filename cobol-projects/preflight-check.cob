       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREFLITE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "CALENDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-FILE-STATUS.
           SELECT LIMIT-CONTROL-FILE ASSIGN TO "LIMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIMIT-FILE-STATUS.
           SELECT DEPENDENCY-FILE ASSIGN TO "STEPDEPS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPS-FILE-STATUS.
           SELECT SLA-TABLE-FILE ASSIGN TO "SLATABLE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLA-FILE-STATUS.
           SELECT ROUTE-CONTROL-FILE ASSIGN TO "MSGROUTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROUTE-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO "FACTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT COMB-REQUEST-FILE ASSIGN TO "COMBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMB-FILE-STATUS.
           SELECT FIB-REQUEST-FILE ASSIGN TO "FIBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIB-FILE-STATUS.
           SELECT PARM-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.
           SELECT SCENARIO-FILE ASSIGN TO "SCENARIO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCEN-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT READINESS-REPORT ASSIGN TO "PREFRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-CARD.
           05  CAL-DATE            PIC X(08).
           05  CAL-DAY-TYPE        PIC X(01).
           05  CAL-MONTH-END       PIC X(01).

       FD  LIMIT-CONTROL-FILE
           RECORDING MODE IS F.
       01  LIMIT-CONTROL-CARD.
           05  LC-NAME             PIC X(20).
           05  LC-VALUE            PIC X(10).

       FD  DEPENDENCY-FILE
           RECORDING MODE IS F.
       01  DEPENDENCY-CARD.
           05  DEP-STEP            PIC X(20).
           05  DEP-PREREQ          OCCURS 4 TIMES
                                   PIC X(20).

       FD  SLA-TABLE-FILE
           RECORDING MODE IS F.
       01  SLA-TABLE-CARD.
           05  SLA-PROGRAM         PIC X(20).
           05  SLA-LATEST-START    PIC X(06).
           05  SLA-LATEST-END      PIC X(06).

       FD  ROUTE-CONTROL-FILE
           RECORDING MODE IS F.
       01  ROUTE-CONTROL-CARD.
           05  MRC-MSG-ID          PIC X(08).
           05  MRC-ROUTE           PIC X(08).
           05  MRC-LIMIT           PIC X(05).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  CERTIFICATION-FILE
           RECORDING MODE IS F.
       01  CERTIFICATION-RECORD.
           05  CERT-LOAD-DATE      PIC X(08).
           05  CERT-LOAD-TIME      PIC X(06).
           05  CERT-RECORD-COUNT   PIC 9(05).
           05  CERT-STATUS         PIC X(10).

       FD  COMB-REQUEST-FILE
           RECORDING MODE IS F.
       01  COMB-REQUEST-CARD.
           05  CRQ-N               PIC X(05).
           05  CRQ-R               PIC X(05).
           05  CRQ-ID              PIC X(08).
           05  CRQ-TYPE            PIC X(01).
           05  CRQ-GROUPS          PIC X(10).

       FD  FIB-REQUEST-FILE
           RECORDING MODE IS F.
       01  FIB-REQUEST-CARD.
           05  FRQ-N               PIC X(05).
           05  FRQ-ID              PIC X(08).
           05  FRQ-SEED-F1         PIC X(10).
           05  FRQ-SEED-F2         PIC X(10).

       FD  PARM-FILE
           RECORDING MODE IS F.
       01  PARM-CARD.
           05  PARM-N              PIC X(05).
           05  PARM-ID             PIC X(08).

       FD  SCENARIO-FILE
           RECORDING MODE IS F.
       01  SCENARIO-CARD.
           05  SCN-NAME            PIC X(20).
           05  SCN-AMOUNT          PIC X(11).
           05  SCN-PERIODS         PIC X(05).
           05  SCN-OWNER           PIC X(08).
           05  SCN-EFF-DATE        PIC X(08).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       FD  READINESS-REPORT
           RECORDING MODE IS F.
       01  READINESS-LINE              PIC X(100).

       WORKING-STORAGE SECTION.

         77 input-eof-sw PIC X(01) VALUE "N".
           88 input-eof                 VALUE "Y".
         77 program-known-sw PIC X(01).
           88 program-known             VALUE "Y".
         77 limit-known-sw PIC X(01).
           88 limit-known               VALUE "Y".
         77 time-ok-sw PIC X(01).
           88 time-ok                   VALUE "Y".
         77 date-ok-sw PIC X(01).
           88 date-ok                   VALUE "Y".
         77 operator-seen-sw PIC X(01).
           88 operator-seen             VALUE "Y".
         77 procdate-ok-sw PIC X(01) VALUE "N".
           88 procdate-ok               VALUE "Y".

         77 business-date PIC X(08).
         77 cycle-result PIC X(02).
         77 check-file PIC X(08).
         77 check-severity PIC X(01).
         77 check-text PIC X(60).
         77 card-count PIC 9(05) VALUE 0.
         77 file-errors PIC 9(05) VALUE 0.
         77 file-warnings PIC 9(05) VALUE 0.
         77 total-errors PIC 9(05) VALUE 0.
         77 total-warnings PIC 9(05) VALUE 0.
         77 files-checked PIC 9(03) VALUE 0.
         77 match-program PIC X(20).
         77 match-limit PIC X(20).
         77 time-work PIC X(06).
         77 date-work PIC X(08).
         77 known-x PIC 9(03).
         77 pre-x PIC 9(01).
         77 oper-x PIC 9(03).
         77 oper-count PIC 9(03) VALUE 0.
         77 oper-max PIC 9(03) VALUE 200.
         77 req-n-num PIC 9(05).
         77 req-r-num PIC 9(05).
         77 comb-type PIC X(01).
         77 summary-note PIC X(40).

         77 limit-name PIC X(20).
         77 limit-value PIC 9(09).
         77 limit-found PIC X(01).
      * COMPILED DEFAULT ONLY - THE SAME LIMITCTL CARD PARMCHK AND
      * FACTIT READ OVERRIDES IT, SO THIS CHECK AND THE NIGHT AGREE
      * ON THE CEILING.
         01 MAX-VALID-N                PIC 9(5) VALUE 50.

      * EVERY PROGRAM THE STREAM CAN NAME ON A STEPDEPS OR SLATABLE
      * CARD - THE BATCH AND ONLINE PROGRAMS OF THE SUITE, SPELLED
      * EXACTLY AS THEY REGISTER ON RUN-CONTROL. A NEW PROGRAM GOES
      * ON THIS LIST WHEN IT GOES INTO THE STREAM.
         01 known-program-values.
           05  FILLER PIC X(20) VALUE "ARCHRTRV".
           05  FILLER PIC X(20) VALUE "AUDSAMP".
           05  FILLER PIC X(20) VALUE "AUDSUMM".
           05  FILLER PIC X(20) VALUE "BALANCE".
           05  FILLER PIC X(20) VALUE "BINOMIAL".
           05  FILLER PIC X(20) VALUE "CAPFCST".
           05  FILLER PIC X(20) VALUE "CATCHUP".
           05  FILLER PIC X(20) VALUE "CHGBACK".
           05  FILLER PIC X(20) VALUE "COMBCALC".
           05  FILLER PIC X(20) VALUE "COMBINQ".
           05  FILLER PIC X(20) VALUE "CSVEXTR".
           05  FILLER PIC X(20) VALUE "CYCLADV".
           05  FILLER PIC X(20) VALUE "DQSWEEP".
           05  FILLER PIC X(20) VALUE "ESCALATE".
           05  FILLER PIC X(20) VALUE "FACTDRV".
           05  FILLER PIC X(20) VALUE "FACTIT".
           05  FILLER PIC X(20) VALUE "FACTLOAD".
           05  FILLER PIC X(20) VALUE "FACTMNT".
           05  FILLER PIC X(20) VALUE "FACTRC".
           05  FILLER PIC X(20) VALUE "FACTRECN".
           05  FILLER PIC X(20) VALUE "FACTVRFY".
           05  FILLER PIC X(20) VALUE "FEEDACK".
           05  FILLER PIC X(20) VALUE "FIBGROW".
           05  FILLER PIC X(20) VALUE "FIBPROJ".
           05  FILLER PIC X(20) VALUE "FIBVAR".
           05  FILLER PIC X(20) VALUE "FIBVERFY".
           05  FILLER PIC X(20) VALUE "Fibonacci".
           05  FILLER PIC X(20) VALUE "FibonacciRecursive".
           05  FILLER PIC X(20) VALUE "GDGCOMP".
           05  FILLER PIC X(20) VALUE "HOUSEKP".
           05  FILLER PIC X(20) VALUE "INCAGE".
           05  FILLER PIC X(20) VALUE "INCBUILD".
           05  FILLER PIC X(20) VALUE "INCMNT".
           05  FILLER PIC X(20) VALUE "INQRPT".
           05  FILLER PIC X(20) VALUE "KSDSBKUP".
           05  FILLER PIC X(20) VALUE "KSDSRSTR".
           05  FILLER PIC X(20) VALUE "LIMITRPT".
           05  FILLER PIC X(20) VALUE "MONTHSUM".
           05  FILLER PIC X(20) VALUE "OPRECERT".
           05  FILLER PIC X(20) VALUE "OPSTATUS".
           05  FILLER PIC X(20) VALUE "PARMCHK".
           05  FILLER PIC X(20) VALUE "PARTMRG".
           05  FILLER PIC X(20) VALUE "PLANRECV".
           05  FILLER PIC X(20) VALUE "PREFLITE".
           05  FILLER PIC X(20) VALUE "PUBGATE".
           05  FILLER PIC X(20) VALUE "REGRESS".
           05  FILLER PIC X(20) VALUE "REQENTRY".
           05  FILLER PIC X(20) VALUE "REQINTAK".
           05  FILLER PIC X(20) VALUE "REQSPLIT".
           05  FILLER PIC X(20) VALUE "REQSTAT".
           05  FILLER PIC X(20) VALUE "REQTRACE".
           05  FILLER PIC X(20) VALUE "RPTDIST".
           05  FILLER PIC X(20) VALUE "RSLTINQ".
           05  FILLER PIC X(20) VALUE "RSLTLOAD".
           05  FILLER PIC X(20) VALUE "RUNCTLRP".
           05  FILLER PIC X(20) VALUE "SCENAPPR".
           05  FILLER PIC X(20) VALUE "SCENCOMP".
           05  FILLER PIC X(20) VALUE "SCENLOAD".
           05  FILLER PIC X(20) VALUE "SLAMON".
           05  FILLER PIC X(20) VALUE "SPOOLMRG".
           05  FILLER PIC X(20) VALUE "STREAMCT".
           05  FILLER PIC X(20) VALUE "SUSPMNT".
           05  FILLER PIC X(20) VALUE "TRENDRPT".
           05  FILLER PIC X(20) VALUE "TURNRPT".
         01 known-program-table REDEFINES known-program-values.
           05  KP-PROGRAM OCCURS 64 TIMES
                                    PIC X(20).
         77 known-count PIC 9(03) VALUE 64.

      * THE LIMIT NAMES THE SUITE ACTUALLY LOOKS UP THROUGH LIMITGET
      * - A CARD FOR ANY OTHER NAME IS HARMLESS BUT IS ALMOST ALWAYS
      * A MISSPELLING OF ONE OF THESE, LEAVING THE DEFAULT IN FORCE.
         01 known-limit-values.
           05  FILLER PIC X(20) VALUE "MAX-VALID-N".
           05  FILLER PIC X(20) VALUE "CKPT-INTERVAL".
           05  FILLER PIC X(20) VALUE "TERM-TABLE-TOP".
           05  FILLER PIC X(20) VALUE "BASE-TABLE-TOP".
           05  FILLER PIC X(20) VALUE "ENTRY-CUTOFF".
           05  FILLER PIC X(20) VALUE "INCIDENT-AGE-DAYS".
           05  FILLER PIC X(20) VALUE "VARIANCE-TOL-PCT".
           05  FILLER PIC X(20) VALUE "DRIFT-RUN-PERIODS".
         01 known-limit-table REDEFINES known-limit-values.
           05  KL-NAME OCCURS 8 TIMES
                                    PIC X(20).
         77 known-limit-count PIC 9(03) VALUE 8.

         01 operator-table.
           05  OT-OPERATOR OCCURS 200 TIMES
                                    PIC X(08).

         01 PROC-FILE-STATUS          PIC X(02).
         01 CAL-FILE-STATUS           PIC X(02).
         01 LIMIT-FILE-STATUS         PIC X(02).
         01 DEPS-FILE-STATUS          PIC X(02).
         01 SLA-FILE-STATUS           PIC X(02).
         01 ROUTE-FILE-STATUS         PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 CERT-FILE-STATUS          PIC X(02).
         01 COMB-FILE-STATUS          PIC X(02).
         01 FIB-FILE-STATUS           PIC X(02).
         01 PARM-FILE-STATUS          PIC X(02).
         01 SCEN-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(35)
               VALUE "PRE-FLIGHT READINESS CHECK - CYCLE ".
           05  RH1-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(07) VALUE "  RUN ".
           05  RH1-DATE             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH1-TIME             PIC X(06).

         01 report-heading-2.
           05  FILLER               PIC X(10) VALUE "INPUT".
           05  FILLER               PIC X(07) VALUE " CARD".
           05  FILLER               PIC X(08) VALUE "  SEV".
           05  FILLER               PIC X(60) VALUE "PROBLEM".

         01 problem-line.
           05  PL-FILE              PIC X(10).
           05  PL-CARD              PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  PL-SEVERITY          PIC X(06).
           05  PL-TEXT              PIC X(60).

         01 file-summary-line.
           05  FS-FILE              PIC X(10).
           05  FS-CARDS             PIC ZZZZ9.
           05  FILLER               PIC X(08) VALUE " CARDS  ".
           05  FS-ERRORS            PIC ZZZZ9.
           05  FILLER               PIC X(09) VALUE " ERRORS  ".
           05  FS-WARNINGS          PIC ZZZZ9.
           05  FILLER               PIC X(11) VALUE " WARNINGS  ".
           05  FS-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * THE FIRST THING THE STREAM CONTROLLER RUNS EACH NIGHT - OPENS
      * EVERY CONTROL INPUT AND REQUEST FILE THE NIGHT DEPENDS ON AND
      * VALIDATES IT THE WAY THE PROGRAM THAT READS IT WILL, SO A
      * BAD CARD IS FOUND AT SIX IN THE EVENING INSTEAD OF ONE IN THE
      * MORNING. EVERY PROBLEM IS LISTED ON THE READINESS REPORT AS
      * AN ERROR (THE NIGHT WOULD FAIL OR RUN WRONG) OR A WARNING
      * (THE NIGHT WOULD RUN BUT SOMETHING IS PROBABLY NOT AS MEANT).
      * ANY ERROR IS A NO-GO, RC 8; WARNINGS ALONE ARE A GO, RC 4.
      * THE OUTCOME IS REGISTERED ON RUN-CONTROL FOR THE CYCLE AND
      * STREAMCT HOLDS EVERY STEP UNTIL IT SEES A GO THERE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0700-GET-OPERATING-LIMITS
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0900-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE-REPORT
           PERFORM 2000-CHECK-PROCESS-DATE
           PERFORM 2100-CHECK-CALENDAR
           PERFORM 2200-CHECK-LIMIT-CONTROL
           PERFORM 2300-CHECK-STEP-DEPENDENCIES
           PERFORM 2400-CHECK-SLA-TABLE
           PERFORM 2500-CHECK-MESSAGE-ROUTES
           PERFORM 2600-CHECK-OPERATOR-AUTHORITY
           PERFORM 2700-CHECK-CERTIFICATION
           PERFORM 2800-CHECK-PARAMETER-CARD
           PERFORM 2850-CHECK-COMB-REQUESTS
           PERFORM 2900-CHECK-FIB-REQUESTS
           PERFORM 2950-CHECK-SCENARIO-CARDS
           PERFORM 9000-TERMINATE
           PERFORM 9900-REGISTER-RUN-END
           STOP RUN.

       0700-GET-OPERATING-LIMITS.
           MOVE "MAX-VALID-N" TO limit-name
           CALL 'LIMITGET' USING BY REFERENCE limit-name,
               BY REFERENCE limit-value, BY REFERENCE limit-found
           IF limit-found = "Y"
               AND limit-value > 0 AND limit-value <= 99999
               MOVE limit-value TO MAX-VALID-N
           END-IF.

       0800-GET-PROCESS-DATE.
      * THE CARD ITSELF IS JUDGED IN 2000 - HERE IT ONLY SETS THE
      * CYCLE THE REPORT AND THE RUN-CONTROL RECORDS CARRY, FALLING
      * BACK TO THE CLOCK DATE EXACTLY AS STREAMCT DOES, SO THE TWO
      * ALWAYS AGREE ON WHICH CYCLE THIS CHECK WAS FOR.
           MOVE CD-DATE TO business-date
           MOVE SPACES TO PD-DATE
           OPEN INPUT PROCESS-DATE-FILE
           IF PROC-FILE-STATUS = "00"
               READ PROCESS-DATE-FILE
                   AT END MOVE SPACES TO PD-DATE
                   NOT AT END
                       IF PD-DATE IS NUMERIC
                           MOVE PD-DATE TO business-date
                           SET procdate-ok TO TRUE
                       END-IF
               END-READ
               CLOSE PROCESS-DATE-FILE
           END-IF.

       0900-REGISTER-RUN-START.
      * A READ-ONLY CHECK - NO DOUBLE-RUN GUARD, THE NEWEST OUTCOME
      * STANDS.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE "PREFLITE" TO RC-PROGRAM
           MOVE "STARTED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE 0 TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1000-INITIALIZE-REPORT.
           OPEN OUTPUT READINESS-REPORT
           MOVE business-date TO RH1-BUS-DATE
           MOVE CD-DATE TO RH1-DATE
           MOVE CD-TIME TO RH1-TIME
           MOVE report-heading-1 TO READINESS-LINE
           WRITE READINESS-LINE
           MOVE SPACES TO READINESS-LINE
           WRITE READINESS-LINE
           MOVE report-heading-2 TO READINESS-LINE
           WRITE READINESS-LINE.

       2000-CHECK-PROCESS-DATE.
      * NO CARD, OR A CARD THAT IS NOT A DATE, WOULD RUN THE WHOLE
      * NIGHT ON THE CLOCK DATE. A DATE THE SHARED CYCLE CHECK
      * REFUSES WOULD STOP EVERY COMPUTE STEP AT ITS FIRST PARAGRAPH;
      * ONE IT ONLY ACCEPTS ON A SIGNED OVERRIDE IS WORTH SAYING OUT
      * LOUD BEFORE THE NIGHT RATHER THAN AFTER.
           MOVE "PROCDATE" TO check-file
           PERFORM 8200-START-FILE
           EVALUATE TRUE
               WHEN PROC-FILE-STATUS NOT = "00"
                   MOVE "E" TO check-severity
                   MOVE "NO PROCDATE CARD - NIGHT RUNS ON CLOCK DATE"
                       TO check-text
                   PERFORM 8000-LOG-PROBLEM
               WHEN PD-DATE = SPACES
                   MOVE 1 TO card-count
                   MOVE "E" TO check-severity
                   MOVE "PROCDATE CARD IS BLANK" TO check-text
                   PERFORM 8000-LOG-PROBLEM
               WHEN NOT procdate-ok
                   MOVE 1 TO card-count
                   MOVE "E" TO check-severity
                   MOVE SPACES TO check-text
                   STRING "PROCDATE NOT A NUMERIC DATE: " PD-DATE
                       DELIMITED BY SIZE INTO check-text
                   PERFORM 8000-LOG-PROBLEM
               WHEN OTHER
                   MOVE 1 TO card-count
                   MOVE PD-DATE TO date-work
                   PERFORM 7100-CHECK-DATE
                   IF NOT date-ok
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "PROCDATE NOT A VALID CALENDAR DATE: "
                           PD-DATE DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   ELSE
                       PERFORM 2010-VALIDATE-CYCLE
                   END-IF
           END-EVALUATE
           PERFORM 8300-END-FILE.

       2010-VALIDATE-CYCLE.
           CALL 'CYCLEVAL' USING BY REFERENCE business-date,
               BY REFERENCE cycle-result
           EVALUATE cycle-result
               WHEN "NV"
                   MOVE "E" TO check-severity
                   MOVE SPACES TO check-text
                   STRING "PROCDATE " business-date
                       " IS NOT A WORKING CYCLE ON CALENDAR"
                       DELIMITED BY SIZE INTO check-text
                   PERFORM 8000-LOG-PROBLEM
               WHEN "OS"
                   MOVE "E" TO check-severity
                   MOVE SPACES TO check-text
                   STRING "PROCDATE " business-date
                       " OUT OF SEQUENCE WITH CYCLNEXT - NO OVERRIDE"
                       DELIMITED BY SIZE INTO check-text
                   PERFORM 8000-LOG-PROBLEM
               WHEN "OV"
                   MOVE "W" TO check-severity
                   MOVE SPACES TO check-text
                   STRING "PROCDATE " business-date
                       " OUT OF SEQUENCE - ACCEPTED ON CYCLOVRD"
                       DELIMITED BY SIZE INTO check-text
                   PERFORM 8000-LOG-PROBLEM
           END-EVALUATE.

       2100-CHECK-CALENDAR.
      * WITH NO CALENDAR THE CYCLE CHECK IS SIMPLY NOT IN FORCE -
      * LEGAL, BUT NOT SOMETHING OPERATIONS SHOULD FIND OUT ABOUT BY
      * ACCIDENT. A CARD THE CYCLE CHECK CANNOT READ IS SILENTLY
      * DROPPED BY IT, WHICH TURNS A GOOD DATE INTO "NOT A WORKING
      * CYCLE" ON THE NIGHT IT IS NEEDED.
           MOVE "CALENDAR" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT CALENDAR-FILE
           IF CAL-FILE-STATUS NOT = "00"
               MOVE "W" TO check-severity
               MOVE "NO CALENDAR - CYCLE VALIDATION NOT IN FORCE"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
               SET input-eof TO TRUE
           END-IF
           PERFORM 2110-CHECK-ONE-CALENDAR-CARD
               UNTIL input-eof
           IF CAL-FILE-STATUS NOT = "35"
               CLOSE CALENDAR-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2110-CHECK-ONE-CALENDAR-CARD.
           READ CALENDAR-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   MOVE CAL-DATE TO date-work
                   PERFORM 7100-CHECK-DATE
                   IF NOT date-ok
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "CALENDAR DATE NOT VALID: " CAL-DATE
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF CAL-DAY-TYPE NOT = "W"
                       AND CAL-DAY-TYPE NOT = "H"
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "DAY TYPE NOT W OR H: " CAL-DAY-TYPE
                           " ON " CAL-DATE
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF CAL-MONTH-END NOT = "Y"
                       AND CAL-MONTH-END NOT = "N"
                       AND CAL-MONTH-END NOT = SPACE
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "MONTH-END FLAG NOT Y, N OR BLANK: "
                           CAL-MONTH-END " ON " CAL-DATE
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2200-CHECK-LIMIT-CONTROL.
      * LIMITGET SKIPS A NON-NUMERIC VALUE WITH NOTHING BUT A
      * CONSOLE LINE AND THE CALLER QUIETLY KEEPS ITS COMPILED
      * DEFAULT - THE NIGHT RUNS ON A LIMIT NOBODY CHOSE. THE VALUE
      * MUST BE TEN DIGITS, ZERO-PADDED.
           MOVE "LIMITCTL" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT LIMIT-CONTROL-FILE
           IF LIMIT-FILE-STATUS NOT = "00"
               MOVE "W" TO check-severity
               MOVE "NO LIMITCTL - EVERY PROGRAM USES ITS DEFAULTS"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
               SET input-eof TO TRUE
           END-IF
           PERFORM 2210-CHECK-ONE-LIMIT-CARD
               UNTIL input-eof
           IF LIMIT-FILE-STATUS NOT = "35"
               CLOSE LIMIT-CONTROL-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2210-CHECK-ONE-LIMIT-CARD.
           READ LIMIT-CONTROL-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF LC-NAME = SPACES
                       MOVE "E" TO check-severity
                       MOVE "LIMIT CARD WITH NO NAME" TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   ELSE
                       IF LC-VALUE IS NOT NUMERIC
                           MOVE "E" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "VALUE NOT NUMERIC FOR " LC-NAME
                               ": " LC-VALUE
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       END-IF
                       MOVE LC-NAME TO match-limit
                       PERFORM 7300-FIND-KNOWN-LIMIT
                       IF NOT limit-known
                           MOVE "W" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "LIMIT NAME NOT USED BY ANY PROGRAM: "
                               LC-NAME
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       END-IF
                   END-IF
           END-READ.

       2300-CHECK-STEP-DEPENDENCIES.
      * STREAMCT CAN ONLY EVER HOLD A STEP WHOSE PREREQUISITE NAMES A
      * PROGRAM THAT DOES NOT EXIST - IT WILL NEVER SEE A RUN-CONTROL
      * RECORD FOR IT. NO TABLE AT ALL IS STREAMCT'S OWN RC 8.
           MOVE "STEPDEPS" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT DEPENDENCY-FILE
           IF DEPS-FILE-STATUS NOT = "00"
               MOVE "E" TO check-severity
               MOVE "NO STEPDEPS - STREAMCT CANNOT RELEASE ANY STEP"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
               SET input-eof TO TRUE
           END-IF
           PERFORM 2310-CHECK-ONE-DEPENDENCY-CARD
               UNTIL input-eof
           IF DEPS-FILE-STATUS NOT = "35"
               CLOSE DEPENDENCY-FILE
           END-IF
           IF DEPS-FILE-STATUS = "00" AND card-count = 0
               MOVE "E" TO check-severity
               MOVE "STEPDEPS IS EMPTY - NOTHING TO RELEASE"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
           END-IF
           PERFORM 8300-END-FILE.

       2310-CHECK-ONE-DEPENDENCY-CARD.
           READ DEPENDENCY-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF DEP-STEP = SPACES
                       MOVE "E" TO check-severity
                       MOVE "DEPENDENCY CARD WITH NO STEP PROGRAM"
                           TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   ELSE
                       MOVE DEP-STEP TO match-program
                       PERFORM 7200-FIND-KNOWN-PROGRAM
                       IF NOT program-known
                           MOVE "E" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "STEP NAMES UNKNOWN PROGRAM: "
                               DEP-STEP
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       END-IF
                   END-IF
                   MOVE 0 TO pre-x
                   PERFORM 2320-CHECK-ONE-PREREQUISITE
                       UNTIL pre-x >= 4
           END-READ.

       2320-CHECK-ONE-PREREQUISITE.
           ADD 1 TO pre-x
           IF DEP-PREREQ (pre-x) NOT = SPACES
               MOVE DEP-PREREQ (pre-x) TO match-program
               PERFORM 7200-FIND-KNOWN-PROGRAM
               IF NOT program-known
                   MOVE "E" TO check-severity
                   MOVE SPACES TO check-text
                   STRING "PREREQUISITE NAMES UNKNOWN PROGRAM: "
                       DEP-PREREQ (pre-x)
                       DELIMITED BY SIZE INTO check-text
                   PERFORM 8000-LOG-PROBLEM
               END-IF
           END-IF.

       2400-CHECK-SLA-TABLE.
      * SLAMON TREATS A CARD WHOSE TIMES ARE NOT NUMERIC AS NO
      * COMMITMENT AT ALL, SO A MISPUNCHED TIME QUIETLY STOPS THE
      * MONITOR WATCHING THAT PROGRAM. BOTH TIMES MUST BE REAL
      * HHMMSS CLOCK TIMES.
           MOVE "SLATABLE" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT SLA-TABLE-FILE
           IF SLA-FILE-STATUS NOT = "00"
               MOVE "W" TO check-severity
               MOVE "NO SLATABLE - NO DELIVERY TIMES WILL BE WATCHED"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
               SET input-eof TO TRUE
           END-IF
           PERFORM 2410-CHECK-ONE-SLA-CARD
               UNTIL input-eof
           IF SLA-FILE-STATUS NOT = "35"
               CLOSE SLA-TABLE-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2410-CHECK-ONE-SLA-CARD.
           READ SLA-TABLE-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   MOVE SLA-PROGRAM TO match-program
                   PERFORM 7200-FIND-KNOWN-PROGRAM
                   IF NOT program-known
                       MOVE "W" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "SLA FOR UNKNOWN PROGRAM: " SLA-PROGRAM
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   MOVE SLA-LATEST-START TO time-work
                   PERFORM 7000-CHECK-TIME
                   IF NOT time-ok
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "LATEST START NOT HHMMSS: "
                           SLA-LATEST-START " FOR " SLA-PROGRAM
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   MOVE SLA-LATEST-END TO time-work
                   PERFORM 7000-CHECK-TIME
                   IF NOT time-ok
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "LATEST END NOT HHMMSS: "
                           SLA-LATEST-END " FOR " SLA-PROGRAM
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2500-CHECK-MESSAGE-ROUTES.
      * NO ROUTING FILE IS LEGAL - EVERY MESSAGE TAKES ITS SEVERITY
      * DEFAULT. A CARD MUST NAME A REAL MESSAGE IDENTIFIER (CMB,
      * FOUR DIGITS, SEVERITY I, W OR E), ONE OF THE FOUR ROUTES
      * MSGROUTE KNOWS, AND A NUMERIC OR BLANK LIMIT; AN UNKNOWN
      * ROUTE IS TREATED AS NEITHER CONSOLE NOR PAGE AND SILENCES
      * THE MESSAGE.
           MOVE "MSGROUTE" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT ROUTE-CONTROL-FILE
           IF ROUTE-FILE-STATUS NOT = "00"
               SET input-eof TO TRUE
               MOVE "NO FILE - SEVERITY DEFAULTS APPLY" TO summary-note
           END-IF
           PERFORM 2510-CHECK-ONE-ROUTE-CARD
               UNTIL input-eof
           IF ROUTE-FILE-STATUS NOT = "35"
               CLOSE ROUTE-CONTROL-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2510-CHECK-ONE-ROUTE-CARD.
           READ ROUTE-CONTROL-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF MRC-MSG-ID (1:3) NOT = "CMB"
                       OR MRC-MSG-ID (4:4) IS NOT NUMERIC
                       OR (MRC-MSG-ID (8:1) NOT = "I"
                           AND MRC-MSG-ID (8:1) NOT = "W"
                           AND MRC-MSG-ID (8:1) NOT = "E")
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "NOT A CMBNNNN+SEVERITY MESSAGE ID: "
                           MRC-MSG-ID
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF MRC-ROUTE NOT = "CONSOLE"
                       AND MRC-ROUTE NOT = "PAGE"
                       AND MRC-ROUTE NOT = "LOGONLY"
                       AND MRC-ROUTE NOT = "SUPPRESS"
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "UNKNOWN ROUTE " MRC-ROUTE
                           " FOR " MRC-MSG-ID
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF MRC-LIMIT NOT = SPACES
                       AND MRC-LIMIT IS NOT NUMERIC
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "OCCURRENCE LIMIT NOT NUMERIC: "
                           MRC-LIMIT " FOR " MRC-MSG-ID
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2600-CHECK-OPERATOR-AUTHORITY.
      * A MISSING AUTHORITY FILE AUTHORIZES NOBODY - NO RESET, NO
      * RELEASE, NO TABLE MAINTENANCE IF THE NIGHT GOES WRONG. A
      * LEVEL OTHER THAN 1, 2 OR 3 COMPARES IN WAYS NOBODY INTENDED
      * (A LETTER SORTS ABOVE "3" AND PASSES EVERY CHECK).
           MOVE "OPERAUTH" TO check-file
           PERFORM 8200-START-FILE
           MOVE 0 TO oper-count
           OPEN INPUT AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               MOVE "W" TO check-severity
               MOVE "NO OPERAUTH - NO OPERATOR CAN RESET OR RELEASE"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
               SET input-eof TO TRUE
           END-IF
           PERFORM 2610-CHECK-ONE-AUTHORITY-CARD
               UNTIL input-eof
           IF AUTH-FILE-STATUS NOT = "35"
               CLOSE AUTHORITY-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2610-CHECK-ONE-AUTHORITY-CARD.
           READ AUTHORITY-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF OA-OPERATOR = SPACES
                       MOVE "E" TO check-severity
                       MOVE "AUTHORITY CARD WITH NO OPERATOR ID"
                           TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   ELSE
                       PERFORM 2620-CHECK-DUPLICATE-OPERATOR
                   END-IF
                   IF OA-AUTH-LEVEL NOT = "1"
                       AND OA-AUTH-LEVEL NOT = "2"
                       AND OA-AUTH-LEVEL NOT = "3"
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "AUTHORITY LEVEL NOT 1, 2 OR 3: "
                           OA-AUTH-LEVEL " FOR " OA-OPERATOR
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2620-CHECK-DUPLICATE-OPERATOR.
      * THE CHECKING PROGRAMS STOP AT THE FIRST CARD THAT QUALIFIES,
      * SO A SECOND CARD FOR THE SAME OPERATOR AT A DIFFERENT LEVEL
      * MAKES THE EFFECTIVE LEVEL DEPEND ON WHICH CHECK IS ASKING.
           MOVE "N" TO operator-seen-sw
           MOVE 0 TO oper-x
           PERFORM 2630-MATCH-ONE-OPERATOR
               UNTIL operator-seen OR oper-x >= oper-count
           IF operator-seen
               MOVE "W" TO check-severity
               MOVE SPACES TO check-text
               STRING "OPERATOR " OA-OPERATOR
                   " HAS MORE THAN ONE AUTHORITY CARD"
                   DELIMITED BY SIZE INTO check-text
               PERFORM 8000-LOG-PROBLEM
           ELSE
               IF oper-count < oper-max
                   ADD 1 TO oper-count
                   MOVE OA-OPERATOR TO OT-OPERATOR (oper-count)
               END-IF
           END-IF.

       2630-MATCH-ONE-OPERATOR.
           ADD 1 TO oper-x
           IF OT-OPERATOR (oper-x) = OA-OPERATOR
               SET operator-seen TO TRUE
           END-IF.

       2700-CHECK-CERTIFICATION.
      * COMBCALC AND COMBINQ PUBLISH NOTHING FROM A FACTORIAL TABLE
      * WHOSE STAMP DOES NOT SAY CERTIFIED - A TABLE LEFT LOADED,
      * MAINTAINED OR RESTORED SINCE ITS LAST CROSS-FOOT SUSPENDS
      * EVERY COMBCALC REQUEST OF THE NIGHT. RUN FACTVRFY FIRST.
           MOVE "FACTCERT" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT CERTIFICATION-FILE
           IF CERT-FILE-STATUS NOT = "00"
               MOVE "E" TO check-severity
               MOVE "NO FACTCERT STAMP - COMBCALC WILL PUBLISH NOTHING"
                   TO check-text
               PERFORM 8000-LOG-PROBLEM
           ELSE
               READ CERTIFICATION-FILE
                   AT END
                       MOVE "E" TO check-severity
                       MOVE "FACTCERT IS EMPTY - COMBCALC WILL REFUSE"
                           TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   NOT AT END
                       ADD 1 TO card-count
                       IF CERT-STATUS NOT = "CERTIFIED"
                           MOVE "E" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "FACTKSDS STAMPED " CERT-STATUS
                               " NOT CERTIFIED - RUN FACTVRFY"
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       ELSE
                           MOVE SPACES TO summary-note
                           STRING "CERTIFIED " CERT-LOAD-DATE
                               DELIMITED BY SIZE INTO summary-note
                       END-IF
               END-READ
               CLOSE CERTIFICATION-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2800-CHECK-PARAMETER-CARD.
      * THE SAME TWO TESTS PARMCHK APPLIES - A FAILURE THERE ENDS
      * VALPARM RC 8 AND EVERY COMPUTE STEP IN FACTFIB IS SKIPPED.
           MOVE "PARMIN" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT PARM-FILE
           IF PARM-FILE-STATUS NOT = "00"
               MOVE "E" TO check-severity
               MOVE "NO PARMIN CARD - VALPARM WILL FAIL" TO check-text
               PERFORM 8000-LOG-PROBLEM
           ELSE
               READ PARM-FILE
                   AT END
                       MOVE "E" TO check-severity
                       MOVE "PARMIN IS EMPTY - VALPARM WILL FAIL"
                           TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   NOT AT END
                       ADD 1 TO card-count
                       IF PARM-N IS NOT NUMERIC
                           MOVE "E" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "N PARAMETER NOT NUMERIC: " PARM-N
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       ELSE
                           MOVE PARM-N TO req-n-num
                           IF req-n-num > MAX-VALID-N
                               MOVE "E" TO check-severity
                               MOVE SPACES TO check-text
                               STRING "N PARAMETER " PARM-N
                                   " ABOVE MAX-VALID-N " MAX-VALID-N
                                   DELIMITED BY SIZE INTO check-text
                               PERFORM 8000-LOG-PROBLEM
                           END-IF
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
           PERFORM 8300-END-FILE.

       2850-CHECK-COMB-REQUESTS.
      * A BAD COMBREQ CARD DOES NOT FAIL THE NIGHT - COMBCALC SENDS
      * IT TO SUSPENSE - SO THESE ARE WARNINGS: THE REQUESTER WILL
      * GET NO ANSWER TONIGHT UNLESS THE CARD IS FIXED NOW. EACH
      * REQUEST TYPE IS HELD TO ITS OWN RULES - R IS NEEDED FOR
      * PLAIN AND REPETITION CARDS (AND MAY EXCEED N ON A REPETITION
      * CARD), IS BLANK OR ZERO FOR MULTISET AND DERANGEMENT CARDS,
      * AND A MULTISET CARD NEEDS ITS GROUP COUNTS.
           MOVE "COMBREQ" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT COMB-REQUEST-FILE
           IF COMB-FILE-STATUS NOT = "00"
               SET input-eof TO TRUE
           END-IF
           PERFORM 2860-CHECK-ONE-COMB-REQUEST
               UNTIL input-eof
           IF COMB-FILE-STATUS NOT = "35"
               CLOSE COMB-REQUEST-FILE
           END-IF
           IF card-count = 0
               MOVE "NO COMBINATION REQUESTS TONIGHT" TO summary-note
           END-IF
           PERFORM 8300-END-FILE.

       2860-CHECK-ONE-COMB-REQUEST.
           READ COMB-REQUEST-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   MOVE CRQ-TYPE TO comb-type
                   IF comb-type = SPACE
                       MOVE "C" TO comb-type
                   END-IF
                   MOVE SPACES TO check-text
                   EVALUATE TRUE
                       WHEN comb-type NOT = "C" AND comb-type NOT = "R"
                           AND comb-type NOT = "M"
                           AND comb-type NOT = "D"
                           STRING "REQUEST TYPE NOT C, R, M OR D: "
                               CRQ-TYPE " REQUEST " CRQ-ID
                               DELIMITED BY SIZE INTO check-text
                       WHEN CRQ-N IS NOT NUMERIC
                           OR ((comb-type = "C" OR comb-type = "R")
                               AND CRQ-R IS NOT NUMERIC)
                           STRING "N OR R NOT NUMERIC: " CRQ-N " "
                               CRQ-R " REQUEST " CRQ-ID
                               DELIMITED BY SIZE INTO check-text
                       WHEN (comb-type = "M" OR comb-type = "D")
                           AND CRQ-R NOT = SPACES
                           AND CRQ-R NOT = "00000"
                           STRING "R GIVEN FOR TYPE " comb-type ": "
                               CRQ-R " REQUEST " CRQ-ID
                               DELIMITED BY SIZE INTO check-text
                       WHEN comb-type = "M" AND CRQ-GROUPS = SPACES
                           STRING "NO GROUP COUNTS FOR TYPE M"
                               " REQUEST " CRQ-ID
                               DELIMITED BY SIZE INTO check-text
                       WHEN OTHER
                           MOVE CRQ-N TO req-n-num
                           MOVE 0 TO req-r-num
                           IF comb-type = "C"
                               MOVE CRQ-R TO req-r-num
                           END-IF
                           IF req-r-num > req-n-num
                               OR req-n-num > MAX-VALID-N
                               OR (comb-type = "R" AND req-n-num = 0)
                               STRING "N/R OUT OF RANGE: " CRQ-N " "
                                   CRQ-R " REQUEST " CRQ-ID
                                   DELIMITED BY SIZE INTO check-text
                           END-IF
                   END-EVALUATE
                   IF check-text NOT = SPACES
                       MOVE "W" TO check-severity
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2900-CHECK-FIB-REQUESTS.
      * THE SAME FOR FIBREQ - N MUST BE NUMERIC, AND A SEED PAIR IS
      * EITHER BOTH BLANK (STANDARD SEEDS) OR BOTH NUMERIC.
           MOVE "FIBREQ" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT FIB-REQUEST-FILE
           IF FIB-FILE-STATUS NOT = "00"
               SET input-eof TO TRUE
           END-IF
           PERFORM 2910-CHECK-ONE-FIB-REQUEST
               UNTIL input-eof
           IF FIB-FILE-STATUS NOT = "35"
               CLOSE FIB-REQUEST-FILE
           END-IF
           IF card-count = 0
               MOVE "NO FIBONACCI REQUESTS TONIGHT" TO summary-note
           END-IF
           PERFORM 8300-END-FILE.

       2910-CHECK-ONE-FIB-REQUEST.
           READ FIB-REQUEST-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF FRQ-N IS NOT NUMERIC
                       MOVE "W" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "N NOT NUMERIC: " FRQ-N
                           " REQUEST " FRQ-ID
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF NOT (FRQ-SEED-F1 = SPACES
                           AND FRQ-SEED-F2 = SPACES)
                       AND (FRQ-SEED-F1 IS NOT NUMERIC
                           OR FRQ-SEED-F2 IS NOT NUMERIC)
                       MOVE "W" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "SEED PAIR NOT BOTH BLANK OR BOTH "
                           "NUMERIC - REQUEST " FRQ-ID
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
           END-READ.

       2950-CHECK-SCENARIO-CARDS.
      * THE SAME TESTS SCENLOAD APPLIES, PLUS A ZERO PERIOD COUNT -
      * A SCENARIO WITH NO PERIODS LOADS CLEAN AND THEN PROJECTS
      * NOTHING. NO SCENARIO CARDS IS THE NORMAL NIGHT.
           MOVE "SCENARIO" TO check-file
           PERFORM 8200-START-FILE
           OPEN INPUT SCENARIO-FILE
           IF SCEN-FILE-STATUS NOT = "00"
               SET input-eof TO TRUE
           END-IF
           PERFORM 2960-CHECK-ONE-SCENARIO-CARD
               UNTIL input-eof
           IF SCEN-FILE-STATUS NOT = "35"
               CLOSE SCENARIO-FILE
           END-IF
           IF card-count = 0
               MOVE "NO SCENARIO CARDS TONIGHT" TO summary-note
           END-IF
           PERFORM 8300-END-FILE.

       2960-CHECK-ONE-SCENARIO-CARD.
           READ SCENARIO-FILE
               AT END SET input-eof TO TRUE
               NOT AT END
                   ADD 1 TO card-count
                   IF SCN-NAME = SPACES
                       MOVE "E" TO check-severity
                       MOVE "SCENARIO CARD WITH NO NAME" TO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF SCN-AMOUNT IS NOT NUMERIC
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "AMOUNT NOT NUMERIC FOR " SCN-NAME
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   END-IF
                   IF SCN-PERIODS IS NOT NUMERIC
                       MOVE "E" TO check-severity
                       MOVE SPACES TO check-text
                       STRING "PERIOD COUNT BLANK OR NOT NUMERIC FOR "
                           SCN-NAME
                           DELIMITED BY SIZE INTO check-text
                       PERFORM 8000-LOG-PROBLEM
                   ELSE
                       IF SCN-PERIODS = ZERO
                           MOVE "E" TO check-severity
                           MOVE SPACES TO check-text
                           STRING "PERIOD COUNT IS ZERO FOR " SCN-NAME
                               DELIMITED BY SIZE INTO check-text
                           PERFORM 8000-LOG-PROBLEM
                       END-IF
                   END-IF
           END-READ.

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
           MOVE "N" TO date-ok-sw
           IF date-work IS NUMERIC
               IF date-work (5:2) >= "01" AND date-work (5:2) <= "12"
                   AND date-work (7:2) >= "01"
                   AND date-work (7:2) <= "31"
                   SET date-ok TO TRUE
               END-IF
           END-IF.

       7200-FIND-KNOWN-PROGRAM.
           MOVE "N" TO program-known-sw
           MOVE 0 TO known-x
           PERFORM 7210-MATCH-ONE-PROGRAM
               UNTIL program-known OR known-x >= known-count.

       7210-MATCH-ONE-PROGRAM.
           ADD 1 TO known-x
           IF KP-PROGRAM (known-x) = match-program
               SET program-known TO TRUE
           END-IF.

       7300-FIND-KNOWN-LIMIT.
           MOVE "N" TO limit-known-sw
           MOVE 0 TO known-x
           PERFORM 7310-MATCH-ONE-LIMIT
               UNTIL limit-known OR known-x >= known-limit-count.

       7310-MATCH-ONE-LIMIT.
           ADD 1 TO known-x
           IF KL-NAME (known-x) = match-limit
               SET limit-known TO TRUE
           END-IF.

       8000-LOG-PROBLEM.
           MOVE check-file TO PL-FILE
           MOVE card-count TO PL-CARD
           IF check-severity = "E"
               MOVE "ERROR" TO PL-SEVERITY
               ADD 1 TO file-errors
               ADD 1 TO total-errors
           ELSE
               MOVE "WARN" TO PL-SEVERITY
               ADD 1 TO file-warnings
               ADD 1 TO total-warnings
           END-IF
           MOVE check-text TO PL-TEXT
           MOVE problem-line TO READINESS-LINE
           WRITE READINESS-LINE
           DISPLAY "PREFLITE - " check-file " " PL-SEVERITY " "
               check-text.

       8200-START-FILE.
           MOVE "N" TO input-eof-sw
           MOVE 0 TO card-count
           MOVE 0 TO file-errors
           MOVE 0 TO file-warnings
           MOVE SPACES TO summary-note
           ADD 1 TO files-checked.

       8300-END-FILE.
      * ONE SUMMARY LINE PER INPUT, SO A CLEAN FILE SHOWS ON THE
      * REPORT AS CHECKED RATHER THAN SIMPLY NOT MENTIONED.
           MOVE check-file TO FS-FILE
           MOVE card-count TO FS-CARDS
           MOVE file-errors TO FS-ERRORS
           MOVE file-warnings TO FS-WARNINGS
           IF summary-note = SPACES
               IF file-errors = 0 AND file-warnings = 0
                   MOVE "OK" TO summary-note
               ELSE
                   MOVE "SEE ABOVE" TO summary-note
               END-IF
           END-IF
           MOVE summary-note TO FS-NOTE
           MOVE file-summary-line TO READINESS-LINE
           WRITE READINESS-LINE.

       9000-TERMINATE.
           MOVE SPACES TO READINESS-LINE
           WRITE READINESS-LINE
           MOVE SPACES TO READINESS-LINE
           STRING "INPUTS CHECKED " files-checked
               "  ERRORS " total-errors
               "  WARNINGS " total-warnings
               DELIMITED BY SIZE INTO READINESS-LINE
           WRITE READINESS-LINE
           EVALUATE TRUE
               WHEN total-errors > 0
                   MOVE "READINESS: NO-GO - STREAM WILL NOT BE RELEASED"
                       TO READINESS-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN total-warnings > 0
                   MOVE "READINESS: GO - WITH WARNINGS LISTED ABOVE"
                       TO READINESS-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "READINESS: GO" TO READINESS-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE READINESS-LINE
           DISPLAY "PREFLITE - " READINESS-LINE
           CLOSE READINESS-REPORT.

       9900-REGISTER-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "PREFLITE" TO RC-PROGRAM
           MOVE "ENDED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
