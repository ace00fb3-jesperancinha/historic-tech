       IDENTIFICATION DIVISION.
       PROGRAM-ID. BINOMIAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "BINOMREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT FACTOR-KSDS-FILE ASSIGN TO "FACTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCTKSDS-N
               FILE STATUS IS KSDS-FILE-STATUS.
           SELECT BINOMIAL-REPORT ASSIGN TO "BINOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
           SELECT RUN-STATE-FILE ASSIGN TO "RUNCTLCM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNST-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO "FACTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE
           RECORDING MODE IS F.
      * ONE CARD PER DISTRIBUTION WANTED - N TRIALS, THE SUCCESS
      * PROBABILITY P WITH FOUR IMPLIED DECIMALS (02500 IS 0.25,
      * 10000 IS CERTAINTY), AND AN OPTIONAL CUTOFF K. SPACES IN THE
      * CUTOFF MEAN THE DISTRIBUTION ALONE IS WANTED.
       01  REQUEST-CARD.
           05  REQ-N               PIC X(05).
           05  REQ-P               PIC X(05).
           05  REQ-P-N REDEFINES REQ-P
                                   PIC 9(01)V9(04).
           05  REQ-K               PIC X(05).

       FD  FACTOR-KSDS-FILE.
       01  FACTOR-KSDS-RECORD.
           05  FCTKSDS-N           PIC 9(05).
           05  FCTKSDS-FACTORIAL   PIC X(72).

       FD  BINOMIAL-REPORT
           RECORDING MODE IS F.
       01  BINOMIAL-REPORT-LINE        PIC X(100).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "audrec.cpy".

       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       FD  RUN-STATE-FILE
           RECORDING MODE IS F.
      * READ-ONLY VIEW FOR THE DOUBLE-RUN GUARD - THE SHARED
      * RUN-CONTROL FILE CONCATENATED WITH THIS PROGRAM'S OWN
      * RUN-CONTROL SPOOL, AS FOR COMBCALC.
           COPY "runctl.cpy"
               REPLACING ==RUN-CONTROL-RECORD==
                   BY ==RUN-STATE-RECORD==
               LEADING ==RC-== BY ==RS-==.

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  CERTIFICATION-FILE
           RECORDING MODE IS F.
       01  CERTIFICATION-RECORD.
           05  CERT-LOAD-DATE      PIC X(08).
           05  CERT-LOAD-TIME      PIC X(06).
           05  CERT-RECORD-COUNT   PIC 9(05).
           05  CERT-STATUS         PIC X(10).

       WORKING-STORAGE SECTION.

         77 binom-n PIC 9(05).
         77 binom-k PIC 9(05).
         77 binom-x PIC 9(03).
         77 binom-p PIC 9(01)V9(04).
         77 binom-q PIC 9(01)V9(04).
      * N! MUST FIT THE LOW 19 DIGITS OF THE TABLE FOR NCR TO STAY IN
      * EXACT NATIVE ARITHMETIC - THE SAME CEILING COMBCALC LIVES
      * UNDER - SO 20 TRIALS IS THE LARGEST DISTRIBUTION PUBLISHED.
         77 BINOM-N-TOP PIC 9(03) VALUE 20.
         77 comb-n-fact PIC 9(19) COMP-3.
         77 comb-r-fact PIC 9(19) COMP-3.
         77 comb-nr-fact PIC 9(19) COMP-3.
         77 comb-ncr PIC 9(19) COMP-3.

      * POWERS OF P AND OF 1-P, ROW X HOLDING THE (X-1)TH POWER, AND
      * THE DISTRIBUTION ITSELF, ROW X HOLDING K = X-1.
         01 power-table.
           05  PW-ENTRY OCCURS 21 TIMES.
               10  PW-P             PIC 9(01)V9(17) COMP-3.
               10  PW-Q             PIC 9(01)V9(17) COMP-3.
         01 distribution-table.
           05  DS-ENTRY OCCURS 21 TIMES.
               10  DS-NCR           PIC 9(19) COMP-3.
               10  DS-PROB          PIC 9(01)V9(17) COMP-3.
               10  DS-CUM           PIC 9(01)V9(17) COMP-3.
         77 running-cum PIC 9(01)V9(17) COMP-3.
         77 dist-mean PIC 9(03)V9(04) COMP-3.
         77 dist-variance PIC 9(03)V9(04) COMP-3.
         77 cutoff-prob PIC 9(01)V9(17) COMP-3.
         77 cutoff-cum PIC 9(01)V9(17) COMP-3.
         77 cutoff-upper PIC 9(01)V9(17) COMP-3.
         77 cutoff-edit PIC ZZZZ9.

         77 request-eof-sw PIC X(01) VALUE "N".
           88 request-eof               VALUE "Y".
         77 request-bad-sw PIC X(01) VALUE "N".
           88 request-bad               VALUE "Y".
         77 cutoff-given-sw PIC X(01) VALUE "N".
           88 cutoff-given              VALUE "Y".
         77 any-rejected-sw PIC X(01) VALUE "N".
           88 any-rejected              VALUE "Y".
         77 ksds-avail-sw PIC X(01) VALUE "N".
           88 ksds-available            VALUE "Y".
         77 request-count PIC 9(05) VALUE 0.
         77 reject-reason PIC X(40).

         01 lookup-factorial          PIC X(72).
         01 lookup-low-part           PIC X(19).
         01 lookup-low-part-n REDEFINES lookup-low-part
                                      PIC 9(19).

         77 last-run-status PIC X(08).
         77 runctl-eof-sw PIC X(01) VALUE "N".
           88 runctl-eof               VALUE "Y".
         77 last-run-stamp PIC X(14).
         77 record-stamp PIC X(14).
         77 business-date PIC X(08).
         77 cycle-result PIC X(02).

         01 REQ-FILE-STATUS           PIC X(02).
         01 AUD-FILE-STATUS           PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 KSDS-FILE-STATUS          PIC X(02).
         01 CERT-FILE-STATUS          PIC X(02).
         77 cert-status-work PIC X(10) VALUE SPACES.
         01 RUNCTL-FILE-STATUS        PIC X(02).
         01 RUNST-FILE-STATUS         PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 start-time                PIC X(06).
         01 start-time-parts REDEFINES start-time.
           05 ST-HH                 PIC 9(02).
           05 ST-MM                 PIC 9(02).
           05 ST-SS                 PIC 9(02).
         01 end-time                  PIC X(06).
         01 end-time-parts REDEFINES end-time.
           05 ET-HH                 PIC 9(02).
           05 ET-MM                 PIC 9(02).
           05 ET-SS                 PIC 9(02).
         77 start-secs PIC 9(07).
         77 end-secs PIC 9(07).
         77 elapsed-secs PIC 9(06).

      * THE ANSWER AS IT GOES TO RESULTOUT - ONE RECORD PER CARD, IN
      * THE SHARED SHAPE'S 72-BYTE RESULT: P, THEN P(X=K) AND
      * P(X<=K) AT THE CUTOFF (SPACES WHEN NO CUTOFF WAS ASKED FOR),
      * THEN THE MEAN AND VARIANCE.
         01 binomial-result-text.
           05  FILLER               PIC X(02) VALUE "P ".
           05  BR-P                 PIC 9.9999.
           05  FILLER               PIC X(04) VALUE " PK ".
           05  BR-PK                PIC X(14).
           05  FILLER               PIC X(05) VALUE " CUM ".
           05  BR-CUM               PIC X(14).
           05  FILLER               PIC X(06) VALUE " MEAN ".
           05  BR-MEAN              PIC ZZ9.9999.
           05  FILLER               PIC X(05) VALUE " VAR ".
           05  BR-VAR               PIC ZZ9.9999.
         01 result-probability        PIC 9.9(12).

         01 report-heading-1.
           05  FILLER               PIC X(42)
               VALUE "BINOMIAL PROBABILITY DISTRIBUTIONS".
           05  FILLER               PIC X(10) VALUE "RUN DATE: ".
           05  RH-RUN-DATE          PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  RH-RUN-DATE2         PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  RH-RUN-DATE3         PIC X(04).

         01 card-heading.
           05  FILLER               PIC X(04) VALUE "N = ".
           05  CH-N                 PIC ZZZZ9.
           05  FILLER               PIC X(07) VALUE "   P = ".
           05  CH-P                 PIC 9.9999.
           05  FILLER               PIC X(10) VALUE "   MEAN = ".
           05  CH-MEAN              PIC ZZ9.9999.
           05  FILLER               PIC X(14) VALUE "   VARIANCE = ".
           05  CH-VARIANCE          PIC ZZ9.9999.
           05  FILLER               PIC X(12) VALUE "   CUTOFF = ".
           05  CH-CUTOFF            PIC X(05).

         01 column-heading.
           05  FILLER               PIC X(07) VALUE "      K".
           05  FILLER               PIC X(22) VALUE
               "                 NCR".
           05  FILLER               PIC X(20) VALUE
               "            P(X=K)".
           05  FILLER               PIC X(20) VALUE
               "           P(X<=K)".

         01 detail-line.
           05  DL-K                 PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-NCR               PIC Z(18)9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-PROB              PIC 9.9(15).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DL-CUM               PIC 9.9(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DL-FLAG              PIC X(10).

         01 total-line.
           05  FILLER               PIC X(49) VALUE
               "  TOTAL PROBABILITY (SUM OF P(X=K))".
           05  TL-TOTAL             PIC 9.9(15).

         01 cutoff-line.
           05  FILLER               PIC X(11) VALUE "  CUTOFF K=".
           05  CL-K                 PIC ZZZZ9.
           05  FILLER               PIC X(10) VALUE "  P(X=K) ".
           05  CL-PROB              PIC 9.9(15).
           05  FILLER               PIC X(11) VALUE "  P(X<=K) ".
           05  CL-CUM               PIC 9.9(15).
           05  FILLER               PIC X(10) VALUE "  P(X>K) ".
           05  CL-UPPER             PIC 9.9(15).

         01 rejected-line.
           05  FILLER               PIC X(07) VALUE "CARD:  ".
           05  RJ-CARD              PIC X(15).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(21) VALUE
               "*** CARD REJECTED - ".
           05  RJ-REASON            PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * BINOMIAL PROBABILITY TABLES FOR THE RISK TEAM, WHO USED TO
      * ASK COMBCALC FOR LONG RUNS OF NCR VALUES AND BUILD THE TABLES
      * IN A SPREADSHEET. EACH CARD GIVES N TRIALS, A SUCCESS
      * PROBABILITY P AND OPTIONALLY A CUTOFF K; THE REPORT PRINTS
      * P(X=K) AND THE CUMULATIVE P(X<=K) FOR EVERY K FROM 0 TO N,
      * WITH THE MEAN (NP) AND VARIANCE (NP(1-P)). EVERY NCR IS
      * BUILT FROM THE CERTIFIED FACTORIALS IN FACTKSDS UNDER THE
      * SAME CERTIFICATION CHECK COMBCALC MAKES, SO THE TABLES REST
      * ON EXACTLY THE VALUES THE BATCH JOBS PUBLISH. ONE
      * SHARED-SHAPE RESULT RECORD PER CARD GOES TO RESULTOUT, AND
      * THE RUN IS AUDITED AND REGISTERED LIKE COMBCALC'S, SO
      * BALANCING AND THE RESULTS HISTORY PICK IT UP UNCHANGED.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-REQUEST
               UNTIL request-eof
           PERFORM 3500-SET-RETURN-CODE
           PERFORM 9000-TERMINATE
           PERFORM 9100-WRITE-AUDIT-RECORD
           PERFORM 9900-REGISTER-RUN-END
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * THE BUSINESS DATE COMES OFF THE STREAM'S PROCDATE CARD AND
      * MUST PASS THE SHARED PROCESSING-CALENDAR CHECK, AS FOR
      * COMBCALC. NO CARD (OR A BAD ONE) FALLS BACK TO THE CLOCK.
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
           CALL 'CYCLEVAL' USING BY REFERENCE business-date,
               BY REFERENCE cycle-result
           IF cycle-result = "NV" OR cycle-result = "OS"
               DISPLAY "BINOMIAL - PROCESS DATE " business-date
                   " REJECTED BY CYCLE VALIDATION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0900-REGISTER-RUN-START.
      * REFUSES TO START (RC 12) WHILE A STARTED RECORD FOR THIS
      * PROGRAM IS STILL OPEN - A SECOND SUBMISSION WOULD INTERLEAVE
      * ITS WRITES TO THE SPOOLS WITH THE FIRST. OPERATIONS CLEARS A
      * GENUINELY DEAD RUN WITH RUNCTLRP RESET.
           MOVE SPACES TO last-run-status
           MOVE SPACES TO last-run-stamp
           MOVE "N" TO runctl-eof-sw
           OPEN INPUT RUN-STATE-FILE
           IF RUNST-FILE-STATUS = "00"
               PERFORM 0910-SCAN-RUN-STATE
                   UNTIL runctl-eof
               CLOSE RUN-STATE-FILE
           END-IF
           IF last-run-status = "STARTED"
               DISPLAY "BINOMIAL - RUN ALREADY OPEN IN RUN-CONTROL "
                   "- POSSIBLE DOUBLE RUN"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE "BINOMIAL" TO RC-PROGRAM
           MOVE "STARTED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE 0 TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       0910-SCAN-RUN-STATE.
      * RECORD ORDER ACROSS THE CONCATENATION IS NOT CHRONOLOGICAL -
      * THE NEWEST DATE AND TIME CARRIES THE CURRENT STATE.
           READ RUN-STATE-FILE
               AT END SET runctl-eof TO TRUE
               NOT AT END
                   IF RS-PROGRAM = "BINOMIAL"
                       MOVE RS-DATE TO record-stamp (1:8)
                       MOVE RS-TIME TO record-stamp (9:6)
                       IF record-stamp >= last-run-stamp
                           MOVE record-stamp TO last-run-stamp
                           MOVE RS-STATUS TO last-run-status
                       END-IF
                   END-IF
           END-READ.

       9900-REGISTER-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BINOMIAL" TO RC-PROGRAM
           MOVE "ENDED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           MOVE CD-TIME TO start-time
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0900-REGISTER-RUN-START
           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
               DISPLAY "BINOMIAL - BINOMREQ NOT AVAILABLE, STATUS "
                   REQ-FILE-STATUS
               SET request-eof TO TRUE
           END-IF
           OPEN INPUT FACTOR-KSDS-FILE
           IF KSDS-FILE-STATUS = "00"
               SET ksds-available TO TRUE
               PERFORM 1100-CHECK-CERTIFICATION
           ELSE
               DISPLAY "BINOMIAL - FACTKSDS NOT AVAILABLE, STATUS "
                   KSDS-FILE-STATUS
           END-IF
           OPEN OUTPUT BINOMIAL-REPORT
           MOVE business-date(5:2) TO RH-RUN-DATE
           MOVE business-date(7:2) TO RH-RUN-DATE2
           MOVE business-date(1:4) TO RH-RUN-DATE3
           MOVE report-heading-1 TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           OPEN EXTEND RESULT-FILE
           IF RSLT-FILE-STATUS = "35"
               OPEN OUTPUT RESULT-FILE
           END-IF
           IF NOT request-eof
               PERFORM 2100-READ-REQUEST
           END-IF.

       1100-CHECK-CERTIFICATION.
      * COMBCALC'S RULE - THE TABLE IS ONLY TRUSTED WHEN ITS STAMP
      * SAYS CERTIFIED. ANYTHING ELSE REJECTS EVERY CARD, THE SAME
      * WAY A MISSING TABLE DOES.
           MOVE SPACES TO cert-status-work
           OPEN INPUT CERTIFICATION-FILE
           IF CERT-FILE-STATUS = "00"
               READ CERTIFICATION-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE CERT-STATUS TO cert-status-work
               END-READ
               CLOSE CERTIFICATION-FILE
           END-IF
           IF cert-status-work NOT = "CERTIFIED"
               DISPLAY "BINOMIAL - FACTKSDS NOT CERTIFIED - "
                   "REQUESTS WILL BE REJECTED"
               CLOSE FACTOR-KSDS-FILE
               MOVE "N" TO ksds-avail-sw
           END-IF.

       2000-PROCESS-ONE-REQUEST.
           ADD 1 TO request-count
           PERFORM 2200-VALIDATE-REQUEST
           IF NOT request-bad
               PERFORM 3000-BUILD-DISTRIBUTION
           END-IF
           IF request-bad
               PERFORM 4900-WRITE-REJECTED-LINE
           ELSE
               PERFORM 4000-WRITE-DISTRIBUTION
           END-IF
           PERFORM 4500-WRITE-RESULT-RECORD
           PERFORM 2100-READ-REQUEST.

       2100-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET request-eof TO TRUE
           END-READ.

       2200-VALIDATE-REQUEST.
      * N AND P MUST BE NUMBERS, P NO MORE THAN CERTAINTY, N WITHIN
      * THE EXACT-ARITHMETIC CEILING, AND A CUTOFF (WHEN ONE IS
      * GIVEN) A NUMBER NO GREATER THAN N.
           MOVE "N" TO request-bad-sw
           MOVE "N" TO cutoff-given-sw
           MOVE SPACES TO reject-reason
           MOVE 0 TO binom-n binom-k binom-p
           EVALUATE TRUE
               WHEN REQ-N IS NOT NUMERIC OR REQ-P IS NOT NUMERIC
                   MOVE "N OR P NOT NUMERIC" TO reject-reason
               WHEN REQ-K NOT = SPACES AND REQ-K IS NOT NUMERIC
                   MOVE "CUTOFF K NOT NUMERIC" TO reject-reason
               WHEN REQ-P-N > 1
                   MOVE "P GREATER THAN 1" TO reject-reason
               WHEN OTHER
                   MOVE REQ-N TO binom-n
                   MOVE REQ-P-N TO binom-p
                   IF REQ-K NOT = SPACES
                       SET cutoff-given TO TRUE
                       MOVE REQ-K TO binom-k
                   END-IF
                   EVALUATE TRUE
                       WHEN binom-n > BINOM-N-TOP
                           MOVE "N ABOVE 20 - NCR WOULD NOT BE EXACT"
                               TO reject-reason
                       WHEN cutoff-given AND binom-k > binom-n
                           MOVE "CUTOFF K EXCEEDS N" TO reject-reason
                       WHEN NOT ksds-available
                           MOVE "FACTORIAL TABLE NOT CERTIFIED"
                               TO reject-reason
                   END-EVALUATE
           END-EVALUATE
           IF reject-reason NOT = SPACES
               SET request-bad TO TRUE
               SET any-rejected TO TRUE
               DISPLAY "BINOMIAL - REQUEST REJECTED ("
                   reject-reason "): " REQUEST-CARD
           END-IF.

       3000-BUILD-DISTRIBUTION.
      * P(X=K) = NCR(N,K) * P**K * (1-P)**(N-K). THE POWERS ARE BUILT
      * BY REPEATED MULTIPLICATION TO SEVENTEEN PLACES, SO EACH
      * PROBABILITY IS GOOD WELL PAST THE FIFTEEN PRINTED. THE NCR
      * VALUES ARE EXACT. THE TABLE CARRIES SEVENTEEN PLACES AND IS
      * ONLY ROUNDED AS IT IS PRINTED.
           COMPUTE binom-q = 1 - binom-p
           MOVE 1 TO PW-P (1)
           MOVE 1 TO PW-Q (1)
           MOVE 1 TO binom-x
           PERFORM 3100-BUILD-ONE-POWER
               UNTIL binom-x > binom-n
           MOVE binom-n TO FCTKSDS-N
           PERFORM 3300-LOOKUP-ONE-FACTORIAL
           MOVE lookup-low-part-n TO comb-n-fact
           MOVE 0 TO running-cum
           MOVE 0 TO binom-x
           PERFORM 3200-BUILD-ONE-TERM
               UNTIL binom-x > binom-n OR request-bad
           COMPUTE dist-mean ROUNDED = binom-n * binom-p
           COMPUTE dist-variance ROUNDED =
               binom-n * binom-p * binom-q.

       3100-BUILD-ONE-POWER.
           ADD 1 TO binom-x
           COMPUTE PW-P (binom-x) ROUNDED =
               PW-P (binom-x - 1) * binom-p
           COMPUTE PW-Q (binom-x) ROUNDED =
               PW-Q (binom-x - 1) * binom-q.

       3200-BUILD-ONE-TERM.
      * BINOM-X COUNTS K FROM ZERO; ROW K+1 OF EACH TABLE HOLDS K.
           IF NOT request-bad
               MOVE binom-x TO FCTKSDS-N
               PERFORM 3300-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO comb-r-fact
           END-IF
           IF NOT request-bad
               COMPUTE FCTKSDS-N = binom-n - binom-x
               PERFORM 3300-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO comb-nr-fact
           END-IF
           IF NOT request-bad
               COMPUTE comb-ncr =
                   comb-n-fact / (comb-r-fact * comb-nr-fact)
               MOVE comb-ncr TO DS-NCR (binom-x + 1)
               COMPUTE DS-PROB (binom-x + 1) ROUNDED =
                   comb-ncr * PW-P (binom-x + 1)
                       * PW-Q (binom-n - binom-x + 1)
               ADD DS-PROB (binom-x + 1) TO running-cum
                   ON SIZE ERROR
                       MOVE 1 TO running-cum
               END-ADD
               IF running-cum > 1
                   MOVE 1 TO running-cum
               END-IF
               MOVE running-cum TO DS-CUM (binom-x + 1)
           END-IF
           ADD 1 TO binom-x.

       3300-LOOKUP-ONE-FACTORIAL.
      * COMBCALC'S LOOKUP - A KEY NOT ON THE TABLE, OR A FACTORIAL
      * WIDER THAN THE LOW 19 POSITIONS, REJECTS THE CARD RATHER
      * THAN PUBLISHING AN INEXACT NCR.
           IF NOT ksds-available
               SET request-bad TO TRUE
               SET any-rejected TO TRUE
               MOVE "FACTORIAL TABLE NOT CERTIFIED" TO reject-reason
           ELSE
               READ FACTOR-KSDS-FILE
                   INVALID KEY
                       SET request-bad TO TRUE
                       SET any-rejected TO TRUE
                       MOVE "FACTORIAL NOT IN FACTKSDS"
                           TO reject-reason
                       DISPLAY "BINOMIAL - N NOT IN FACTKSDS: "
                           FCTKSDS-N
                   NOT INVALID KEY
                       MOVE FCTKSDS-FACTORIAL TO lookup-factorial
                       IF lookup-factorial(1:53) = ALL "0"
                           MOVE lookup-factorial(54:19)
                               TO lookup-low-part
                       ELSE
                           SET request-bad TO TRUE
                           SET any-rejected TO TRUE
                           MOVE "FACTORIAL TOO LARGE FOR EXACT NCR"
                               TO reject-reason
                       END-IF
               END-READ
           END-IF.

       4000-WRITE-DISTRIBUTION.
           MOVE SPACES TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           MOVE binom-n TO CH-N
           MOVE binom-p TO CH-P
           MOVE dist-mean TO CH-MEAN
           MOVE dist-variance TO CH-VARIANCE
           IF cutoff-given
               MOVE binom-k TO cutoff-edit
               MOVE cutoff-edit TO CH-CUTOFF
           ELSE
               MOVE "NONE" TO CH-CUTOFF
           END-IF
           MOVE card-heading TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           MOVE column-heading TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           MOVE 0 TO binom-x
           PERFORM 4100-WRITE-ONE-TERM
               UNTIL binom-x > binom-n
           COMPUTE TL-TOTAL ROUNDED = running-cum
           MOVE total-line TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           IF cutoff-given
               MOVE DS-PROB (binom-k + 1) TO cutoff-prob
               MOVE DS-CUM (binom-k + 1) TO cutoff-cum
               COMPUTE cutoff-upper = 1 - cutoff-cum
               MOVE binom-k TO CL-K
               COMPUTE CL-PROB ROUNDED = cutoff-prob
               COMPUTE CL-CUM ROUNDED = cutoff-cum
               COMPUTE CL-UPPER ROUNDED = cutoff-upper
               MOVE cutoff-line TO BINOMIAL-REPORT-LINE
               WRITE BINOMIAL-REPORT-LINE
           END-IF.

       4100-WRITE-ONE-TERM.
           MOVE binom-x TO DL-K
           MOVE DS-NCR (binom-x + 1) TO DL-NCR
           COMPUTE DL-PROB ROUNDED = DS-PROB (binom-x + 1)
           COMPUTE DL-CUM ROUNDED = DS-CUM (binom-x + 1)
           MOVE SPACES TO DL-FLAG
           IF cutoff-given AND binom-x = binom-k
               MOVE "<- CUTOFF" TO DL-FLAG
           END-IF
           MOVE detail-line TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           ADD 1 TO binom-x.

       4500-WRITE-RESULT-RECORD.
      * ONE RECORD PER CARD, LIKE COMBCALC'S ONE PER REQUEST. N GOES
      * IN THE INPUT; THE SECOND INPUT IS THE CUTOFF K, AND THE
      * REQUEST TYPE SAYS WHICH QUESTION WAS ASKED - K FOR A
      * DISTRIBUTION WITH A CUTOFF, B FOR THE DISTRIBUTION ALONE
      * (SECOND INPUT ZERO). THE FULL TABLE LIVES ON THE REPORT.
           MOVE "BINOMIAL" TO NR-PROGRAM
           MOVE binom-n TO NR-INPUT-N
           MOVE binom-k TO NR-INPUT-R
           IF cutoff-given
               MOVE "K" TO NR-REQUEST-TYPE
           ELSE
               MOVE "B" TO NR-REQUEST-TYPE
           END-IF
           IF request-bad
               MOVE SPACES TO NR-RESULT
               MOVE "INVALID" TO NR-STATUS
           ELSE
               MOVE binom-p TO BR-P
               MOVE dist-mean TO BR-MEAN
               MOVE dist-variance TO BR-VAR
               MOVE SPACES TO BR-PK
               MOVE SPACES TO BR-CUM
               IF cutoff-given
                   COMPUTE result-probability ROUNDED = cutoff-prob
                   MOVE result-probability TO BR-PK
                   COMPUTE result-probability ROUNDED = cutoff-cum
                   MOVE result-probability TO BR-CUM
               END-IF
               MOVE binomial-result-text TO NR-RESULT
               MOVE "OK" TO NR-STATUS
           END-IF
           MOVE business-date TO NR-RUN-DATE
           MOVE SPACES TO NR-REQUEST-ID
           WRITE NUMERIC-RESULT-RECORD.

       4900-WRITE-REJECTED-LINE.
           MOVE SPACES TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE
           MOVE REQUEST-CARD TO RJ-CARD
           MOVE reject-reason TO RJ-REASON
           MOVE rejected-line TO BINOMIAL-REPORT-LINE
           WRITE BINOMIAL-REPORT-LINE.

       3500-SET-RETURN-CODE.
      * 4 MEANS AT LEAST ONE CARD WAS REJECTED, 0 THAT EVERY CARD
      * PRODUCED A DISTRIBUTION FROM CERTIFIED VALUES.
           IF any-rejected
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           IF REQ-FILE-STATUS NOT = "35"
               CLOSE REQUEST-FILE
           END-IF
           IF ksds-available
               CLOSE FACTOR-KSDS-FILE
           END-IF
           CLOSE BINOMIAL-REPORT
           CLOSE RESULT-FILE.

       9100-WRITE-AUDIT-RECORD.
      * ONE AUDIT LINE PER RUN. AUD-INPUT-N CARRIES THE NUMBER OF
      * CARDS PROCESSED - ONE RESULTOUT RECORD EACH, WHICH IS WHAT
      * BALANCE EXPECTS TO FIND.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 9700-COMPUTE-ELAPSED-SECONDS
           OPEN EXTEND AUDIT-FILE
           IF AUD-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE "BINOMIAL" TO AUD-PROGRAM
           MOVE business-date TO AUD-RUN-DATE
           MOVE CD-TIME TO AUD-RUN-TIME
           MOVE start-time TO AUD-START-TIME
           MOVE elapsed-secs TO AUD-ELAPSED-SECS
           MOVE request-count TO AUD-INPUT-N
           IF any-rejected
               MOVE "REQUESTS REJECTED" TO AUD-RESULT
           ELSE
               MOVE "REQUESTS COMPLETE" TO AUD-RESULT
           END-IF
           MOVE RETURN-CODE TO AUD-RETURN-CODE
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

       9700-COMPUTE-ELAPSED-SECONDS.
           MOVE CD-TIME TO end-time
           COMPUTE start-secs = ST-HH * 3600 + ST-MM * 60 + ST-SS
           COMPUTE end-secs = ET-HH * 3600 + ET-MM * 60 + ET-SS
           IF end-secs < start-secs
               ADD 86400 TO end-secs
           END-IF
           COMPUTE elapsed-secs = end-secs - start-secs.
