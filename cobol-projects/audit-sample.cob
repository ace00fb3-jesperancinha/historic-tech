       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAMPLE-CONTROL-FILE ASSIGN TO "SAMPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS KSDS-FILE-STATUS.
           SELECT RESULT-ARCHIVE-FILE ASSIGN TO "RSLTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT SAMPLE-REPORT ASSIGN TO "AUDSRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SAMPLE-CONTROL-FILE
           RECORDING MODE IS F.
      * ONE CARD - THE SEED (BLANK TO DRAW ONE FROM THE CLOCK), HOW
      * MANY ANSWERS TO TAKE FROM EACH STRATUM, AND OPTIONALLY THE
      * FIRST AND LAST BUSINESS MONTHS (YYYYMM) TO SAMPLE FROM.
       01  SAMPLE-CONTROL-CARD.
           05  SC-SEED             PIC X(10).
           05  SC-SAMPLE-SIZE      PIC X(03).
           05  SC-FROM-MONTH       PIC X(06).
           05  SC-TO-MONTH         PIC X(06).

       FD  HISTORY-KSDS-FILE.
       01  HISTORY-KSDS-RECORD.
           05  RH-KEY.
               10  RH-PROGRAM      PIC X(20).
               10  RH-RUN-DATE     PIC X(08).
               10  RH-INPUT-N      PIC 9(05).
               10  RH-VERSION      PIC 9(03).
           05  RH-RESULT           PIC X(72).
           05  RH-STATUS           PIC X(10).
           05  RH-CURRENT-IND      PIC X(01).
           05  RH-LOADED-DATE      PIC X(08).
           05  RH-LOADED-TIME      PIC X(06).
           05  RH-SUPERSEDED-DATE  PIC X(08).
           05  RH-SUPERSEDED-TIME  PIC X(06).
           05  RH-SUPERSEDED-BY    PIC X(20).
           05  RH-INPUT-R          PIC 9(05).
           05  RH-REQUEST-TYPE     PIC X(01).

       FD  RESULT-ARCHIVE-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  SAMPLE-REPORT
           RECORDING MODE IS F.
       01  SAMPLE-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.

         77 card-bad-sw PIC X(01) VALUE "N".
           88 card-bad                  VALUE "Y".
         77 clock-seed-sw PIC X(01) VALUE "N".
           88 seed-from-clock           VALUE "Y".
         77 ksds-eof-sw PIC X(01) VALUE "N".
           88 ksds-eof                  VALUE "Y".
         77 ksds-open-sw PIC X(01) VALUE "N".
           88 ksds-open                 VALUE "Y".
         77 ksds-failed-sw PIC X(01) VALUE "N".
           88 ksds-failed               VALUE "Y".
         77 archive-eof-sw PIC X(01) VALUE "N".
           88 archive-eof               VALUE "Y".
         77 archive-missing-sw PIC X(01) VALUE "N".
           88 archive-missing           VALUE "Y".
         77 placed-sw PIC X(01) VALUE "N".
           88 entry-placed              VALUE "Y".
         77 unrecomputable-sw PIC X(01) VALUE "N".
           88 not-recomputable          VALUE "Y".
         77 count-overflow-sw PIC X(01) VALUE "N".
           88 count-overflow            VALUE "Y".

         77 business-date PIC X(08).
         77 reject-reason PIC X(40) VALUE SPACES.

      * THE DRAW. THE SEED AND EVERY KEY ARE STIRRED WITH THE
      * MINIMAL STANDARD GENERATOR, X = (X * 16807 + V) MOD
      * 2147483647, EACH STEP SQUARED MOD 2147483647 SO THAT ANSWERS
      * NEXT TO EACH OTHER ON FILE DO NOT GET KEYS IN STEP WITH EACH
      * OTHER. ORDINARY ARITHMETIC, SO ANYONE CAN REPEAT IT BY HAND.
         77 sample-seed PIC 9(10) VALUE 0.
         77 sample-size PIC 9(03) VALUE 0.
         77 SAMPLE-SIZE-TOP PIC 9(03) VALUE 20.
         77 from-month PIC X(06).
         77 to-month PIC X(06).
         77 LCG-MULTIPLIER PIC 9(05) VALUE 16807.
         77 LCG-MODULUS PIC 9(10) VALUE 2147483647.
         77 lcg-product PIC 9(19) COMP-3.
         77 lcg-quotient PIC 9(19) COMP-3.
         77 selection-key PIC 9(10).
         77 hash-input PIC 9(08).
         77 clock-time PIC 9(06).
         77 program-code PIC 9(01).

      * WHAT WAS READ, WHAT WENT INTO THE POPULATION, AND HOW THE
      * SAMPLED ANSWERS CAME OUT.
         77 earliest-history-date PIC X(08) VALUE "99999999".
         77 ksds-read PIC 9(07) VALUE 0.
         77 ksds-population PIC 9(07) VALUE 0.
         77 archive-read PIC 9(07) VALUE 0.
         77 archive-population PIC 9(07) VALUE 0.
         77 unsampled-count PIC 9(07) VALUE 0.
         77 sampled-total PIC 9(07) VALUE 0.
         77 agree-count PIC 9(07) VALUE 0.
         77 rounding-count PIC 9(07) VALUE 0.
         77 disagree-count PIC 9(07) VALUE 0.
         77 unrecomputable-count PIC 9(07) VALUE 0.

         77 st-x PIC 9(03).
         77 st-last PIC 9(03) VALUE 0.
         77 st-count PIC 9(03) VALUE 0.
         77 st-max PIC 9(03) VALUE 600.
         77 sl-x PIC 9(03).
         77 sl-y PIC 9(03).
         77 so-x PIC 9(03).
         77 so-y PIC 9(03).
         77 so-z PIC 9(03).
         77 sample-seq PIC 9(03).
         77 mt-x PIC 9(02).

      * THE ANSWER BEING OFFERED TO THE DRAW OR RECOMPUTED - THE SAME
      * FIELDS WHETHER IT CAME OFF RSLTKSDS OR RSLTARCH.
         01 candidate-stratum.
           05  CS-PROGRAM           PIC X(20).
           05  CS-MONTH             PIC X(06).
         01 candidate-detail.
           05  CN-SOURCE            PIC X(04).
           05  CN-RUN-DATE          PIC X(08).
           05  CN-INPUT-N           PIC 9(05).
           05  CN-INPUT-R           PIC 9(05).
           05  CN-VERSION           PIC 9(03).
           05  CN-CURRENT           PIC X(01).
           05  CN-TYPE              PIC X(01).
           05  CN-RESULT            PIC X(72).

      * ONE ROW PER STRATUM - PROGRAM AND BUSINESS MONTH - WITH ITS
      * POPULATION AND THE ANSWERS HOLDING THE LOWEST KEYS SO FAR.
      * ST-HIGH-SLOT POINTS AT THE HIGHEST KEY HELD, THE ONE THE NEXT
      * LOWER KEY DISPLACES ONCE THE STRATUM'S SAMPLE IS FULL.
         01 stratum-table.
           05  ST-ENTRY OCCURS 600 TIMES.
               10  ST-STRATUM-KEY.
                   15  ST-PROGRAM   PIC X(20).
                   15  ST-MONTH     PIC X(06).
               10  ST-POPULATION    PIC 9(07).
               10  ST-TAKEN         PIC 9(03).
               10  ST-HIGH-SLOT     PIC 9(03).
               10  ST-SLOT OCCURS 20 TIMES.
                   15  SL-KEY       PIC 9(10).
                   15  SL-DETAIL    PIC X(99).

      * PRINT ORDER - STRATA BY PROGRAM AND MONTH, AND WITHIN THE
      * STRATUM BEING PRINTED THE SAMPLES IN THE ORDER DRAWN.
         01 stratum-order.
           05  SO-STRATUM OCCURS 600 TIMES PIC 9(03).
         01 slot-order.
           05  SO-SLOT OCCURS 20 TIMES PIC 9(03).

      * INDEPENDENT RECOMPUTATION - NOTHING HERE CALLS FACTCALC OR
      * READS FACTKSDS. FACTORIALS ARE MULTIPLIED OUT LONGHAND A
      * DIGIT AT A TIME; EVERYTHING ELSE IS EXACT INTEGER ARITHMETIC
      * WIDE ENOUGH TO SEE PAST THE PUBLISHED FIELD'S CAPACITY.
         77 recomputed-text PIC X(72).
         77 recompute-note PIC X(72).
         77 sample-outcome PIC X(16).
         77 big-x PIC 9(03).
         77 big-mult PIC 9(05).
         77 big-product PIC 9(07).
         77 big-carry PIC 9(07).
         77 big-rem PIC 9(01).
         01 big-number.
           05  BN-DIGIT OCCURS 72 TIMES PIC 9(01).

         77 seq-a PIC 9(31) COMP-3.
         77 seq-b PIC 9(31) COMP-3.
         77 seq-term PIC 9(31) COMP-3.
         77 seq-x PIC 9(05).
      * A TERM AS THE FIBONACCI PROGRAMS PUBLISH IT - TWENTY-ONE
      * INTEGER DIGITS AND THE ONE (ALWAYS ZERO) DECIMAL.
         01 sequence-text.
           05  SQ-INTEGER           PIC 9(21).
           05  FILLER               PIC X(01) VALUE "0".

         77 ncr-n PIC 9(06).
         77 ncr-r PIC 9(06).
         77 ncr-low PIC 9(06).
         77 ncr-base PIC 9(06).
         77 ncr-x PIC 9(06).
         77 der-x PIC 9(05).
         77 der-prev-1 PIC 9(31) COMP-3.
         77 der-prev-2 PIC 9(31) COMP-3.
         77 count-value PIC 9(31) COMP-3.
         77 count-digits PIC 9(19).
         01 big-display               PIC 9(31).
         01 big-display-21 REDEFINES big-display.
           05  BD-OVER-21           PIC 9(10).
           05  BD-LOW-21            PIC 9(21).
         01 big-display-19 REDEFINES big-display.
           05  BD-OVER-19           PIC 9(12).
           05  BD-LOW-19            PIC 9(19).

         77 BINOM-ROW-TOP PIC 9(03) VALUE 20.
         77 binom-p PIC 9(01)V9(04).
         77 binom-q PIC 9(01)V9(04).
         77 binom-j PIC 9(03).
         77 binom-x PIC 9(03).
         77 binom-k PIC 9(05).
         77 binom-term PIC 9(01)V9(20) COMP-3.
         77 binom-term-k PIC 9(01)V9(20) COMP-3.
         77 binom-cum PIC 9(01)V9(20) COMP-3.
         77 binom-mean PIC 9(03)V9(04).
         77 binom-variance PIC 9(03)V9(04).
         77 recomputed-pk PIC 9(01)V9(12).
         77 recomputed-cum PIC 9(01)V9(12).
         77 published-prob PIC 9(01)V9(12).
         77 probability-diff PIC S9(01)V9(12).
         77 ROUNDING-TOLERANCE PIC 9(01)V9(12) VALUE 0.000000000001.
         01 binomial-power-table.
           05  BP-ENTRY OCCURS 21 TIMES.
               10  BP-P             PIC 9(01)V9(20) COMP-3.
               10  BP-Q             PIC 9(01)V9(20) COMP-3.
         01 probability-edit          PIC 9.9(12).
      * BINOMIAL'S PUBLISHED TEXT, READ BACK - P IS THE INPUT THE
      * ANSWER WAS ASKED FOR, SO IT IS TAKEN FROM HERE; P(X=K),
      * P(X<=K), THE MEAN AND THE VARIANCE ARE WHAT GETS CHECKED.
         01 published-binomial.
           05  PB-LABEL             PIC X(02).
           05  PB-P                 PIC X(06).
           05  PB-P-EDITED REDEFINES PB-P
                                    PIC 9.9999.
           05  FILLER               PIC X(04).
           05  PB-PK                PIC X(14).
           05  PB-PK-EDITED REDEFINES PB-PK
                                    PIC 9.9(12).
           05  FILLER               PIC X(05).
           05  PB-CUM               PIC X(14).
           05  PB-CUM-EDITED REDEFINES PB-CUM
                                    PIC 9.9(12).
           05  FILLER               PIC X(27).
         01 recomputed-binomial.
           05  FILLER               PIC X(02) VALUE "P ".
           05  RB-P                 PIC 9.9999.
           05  FILLER               PIC X(04) VALUE " PK ".
           05  RB-PK                PIC X(14).
           05  FILLER               PIC X(05) VALUE " CUM ".
           05  RB-CUM               PIC X(14).
           05  FILLER               PIC X(06) VALUE " MEAN ".
           05  RB-MEAN              PIC ZZ9.9999.
           05  FILLER               PIC X(05) VALUE " VAR ".
           05  RB-VAR               PIC ZZ9.9999.

         01 CTL-FILE-STATUS           PIC X(02).
         01 KSDS-FILE-STATUS          PIC X(02).
         01 ARCH-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(46)
               VALUE "AUDIT SAMPLE OF PUBLISHED RESULTS - WORKPAPER".
           05  FILLER               PIC X(14) VALUE "BUSINESS DATE ".
           05  HD-BUSINESS-DATE     PIC X(08).
           05  FILLER               PIC X(06) VALUE "  RUN ".
           05  HD-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  HD-RUN-TIME          PIC X(06).

         01 seed-line.
           05  FILLER               PIC X(24) VALUE "SEED USED".
           05  PM-SEED              PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  PM-SEED-SOURCE       PIC X(50).

         01 size-line.
           05  FILLER               PIC X(24)
               VALUE "SAMPLE SIZE PER STRATUM".
           05  PM-SIZE              PIC ZZ9.

         01 period-line.
           05  FILLER               PIC X(24) VALUE "BUSINESS MONTHS".
           05  PM-FROM              PIC X(08).
           05  FILLER               PIC X(04) VALUE " TO ".
           05  PM-TO                PIC X(08).

         01 card-reject-line.
           05  FILLER               PIC X(24)
               VALUE "*** SAMPCTL REJECTED - ".
           05  CR-REASON            PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CR-CARD              PIC X(25).

      * HOW THE SAMPLE IS DRAWN, PRINTED ON EVERY WORKPAPER SO THE
      * DRAW CAN BE CHECKED WITHOUT THE PROGRAM.
         01 method-text-values.
           05  FILLER               PIC X(64) VALUE
               "SELECTION: EVERY ANSWER PUBLISHED WITH STATUS OK".
           05  FILLER               PIC X(64) VALUE
               "  IS GIVEN A KEY - THE SEED, STIRRED IN TURN WITH".
           05  FILLER               PIC X(64) VALUE
               "  THE PROGRAM CODE, RUN DATE, N, R AND VERSION BY".
           05  FILLER               PIC X(64) VALUE
               "  X = (X * 16807 + V) MOD 2147483647 AND THEN".
           05  FILLER               PIC X(64) VALUE
               "  X = (X * X) MOD 2147483647, THEN THREE MORE TIMES".
           05  FILLER               PIC X(64) VALUE
               "  WITH V = 0. THE LOWEST KEYS IN EACH STRATUM".
           05  FILLER               PIC X(64) VALUE
               "  (PROGRAM AND BUSINESS MONTH) ARE TAKEN.".
           05  FILLER               PIC X(64) VALUE
               "  PROGRAM CODES: FACTIT 1  FACTRC 2  Fibonacci 3".
           05  FILLER               PIC X(64) VALUE
               "  FibonacciRecursive 4  COMBCALC 5  BINOMIAL 6".
           05  FILLER               PIC X(64) VALUE
               "  OTHERS 9. ARCHIVE ANSWERS CARRY VERSION 0.".
         01 method-text REDEFINES method-text-values.
           05  MT-LINE OCCURS 10 TIMES PIC X(64).
         77 mt-count PIC 9(02) VALUE 10.

         01 source-line.
           05  SR-FILE              PIC X(10).
           05  FILLER               PIC X(13) VALUE "RECORDS READ ".
           05  SR-READ              PIC ZZZZZZ9.
           05  FILLER               PIC X(16)
               VALUE "  IN POPULATION ".
           05  SR-USED              PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SR-NOTE              PIC X(45).

         01 stratum-heading.
           05  FILLER               PIC X(08) VALUE "STRATUM ".
           05  SH-PROGRAM           PIC X(20).
           05  FILLER               PIC X(07) VALUE " MONTH ".
           05  SH-MONTH             PIC X(06).
           05  FILLER               PIC X(13) VALUE "  POPULATION ".
           05  SH-POPULATION        PIC ZZZZZZ9.
           05  FILLER               PIC X(10) VALUE "  SAMPLED ".
           05  SH-TAKEN             PIC ZZ9.

         01 sample-column-heading.
           05  FILLER               PIC X(52) VALUE
               "  SEQ SRC  RUN DATE     N     R T VER C KEY".
           05  FILLER               PIC X(16) VALUE "OUTCOME".

         01 sample-line-detail.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SM-SEQ               PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-SOURCE            PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-RUN-DATE          PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-INPUT-N           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-INPUT-R           PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-TYPE              PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-VERSION           PIC ZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-CURRENT           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SM-KEY               PIC 9(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SM-OUTCOME           PIC X(16).

         01 value-line.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  VL-LABEL             PIC X(11).
           05  VL-VALUE             PIC X(72).

         01 total-line.
           05  TL-LABEL             PIC X(40).
           05  TL-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * STATISTICAL AUDIT SAMPLE OF THE ANSWERS WE HAVE PUBLISHED.
      * EXTERNAL AUDIT WANT EVIDENCE THAT WHAT WENT OUT MONTHS AGO
      * WAS RIGHT, NOT JUST THAT TODAY'S PROGRAMS STILL AGREE WITH A
      * BASELINE - SO EVERY SAMPLED ANSWER IS WORKED OUT AGAIN HERE,
      * BY ARITHMETIC THAT SHARES NOTHING WITH FACTCALC OR FACTKSDS,
      * AND SET AGAINST THE VALUE WE PUBLISHED. THE POPULATION IS
      * EVERY VERSION ON RSLTKSDS PUBLISHED WITH STATUS OK (A LATER
      * CORRECTION DOES NOT UNPUBLISH WHAT WENT OUT BEFORE IT), PLUS
      * THE OK ANSWERS ON RSLTARCH DATED BEFORE THE OLDEST RSLTKSDS
      * RECORD - PERIODS THE HISTORY NEVER HELD. IT IS STRATIFIED BY
      * PROGRAM AND BUSINESS MONTH, AND FROM EACH STRATUM THE
      * SAMPCTL CARD'S SAMPLE SIZE IS DRAWN BY SEEDED KEY. A KEY
      * DEPENDS ONLY ON THE SEED AND THE ANSWER ITSELF, SO THE SAME
      * SEED DRAWS THE SAME SAMPLE AGAIN FOR AN AUDITOR WHO
      * CHALLENGES IT. THE WORKPAPER PRINTS THE SEED, THE METHOD,
      * EACH SAMPLE WITH ITS PUBLISHED AND RECOMPUTED VALUES, AND THE
      * OUTCOME. NOTHING IS UPDATED. RC 0 - EVERY SAMPLE AGREES;
      * RC 4 - NONE DISAGREES, BUT SOME COULD NOT BE RECOMPUTED OR
      * PART OF THE POPULATION WAS OUT OF REACH; RC 8 - A SAMPLE
      * DISAGREES, OR THE CARD OR RSLTKSDS WAS NOT USABLE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           OPEN OUTPUT SAMPLE-REPORT
           MOVE business-date TO HD-BUSINESS-DATE
           MOVE CD-DATE TO HD-RUN-DATE
           MOVE CD-TIME TO HD-RUN-TIME
           WRITE SAMPLE-LINE FROM report-heading-1
           MOVE SPACES TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           PERFORM 1000-READ-CONTROL-CARD
           PERFORM 6000-PRINT-PARAMETERS
           IF NOT card-bad
               PERFORM 2000-DRAW-FROM-HISTORY
           END-IF
           IF NOT card-bad AND NOT ksds-failed
               PERFORM 3000-DRAW-FROM-ARCHIVE
               PERFORM 6100-PRINT-SOURCES
               PERFORM 4000-SORT-STRATA
               MOVE 0 TO so-x
               PERFORM 6200-PRINT-ONE-STRATUM
                   UNTIL so-x >= st-count
           END-IF
           PERFORM 6900-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * THE WORKPAPER IS DATED WITH THE CYCLE ON THE PROCDATE CARD;
      * NO CARD (OR A BAD ONE) FALLS BACK TO THE CLOCK DATE.
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

       1000-READ-CONTROL-CARD.
      * NO CARD, OR A CARD THAT DOES NOT PASS, DRAWS NOTHING - A
      * SAMPLE OF THE WRONG SIZE OR PERIOD IS NOT ONE AUDIT ASKED FOR.
           MOVE SPACES TO SAMPLE-CONTROL-CARD
           OPEN INPUT SAMPLE-CONTROL-FILE
           IF CTL-FILE-STATUS NOT = "00"
               DISPLAY "AUDSAMP - SAMPCTL NOT AVAILABLE, STATUS "
                   CTL-FILE-STATUS
               MOVE "SAMPCTL CARD NOT AVAILABLE" TO reject-reason
           ELSE
               READ SAMPLE-CONTROL-FILE
                   AT END
                       MOVE "SAMPCTL CARD MISSING" TO reject-reason
                   NOT AT END
                       PERFORM 1100-VALIDATE-CONTROL-CARD
               END-READ
               CLOSE SAMPLE-CONTROL-FILE
           END-IF
           IF reject-reason NOT = SPACES
               SET card-bad TO TRUE
               DISPLAY "AUDSAMP - SAMPCTL REJECTED (" reject-reason
                   "): " SAMPLE-CONTROL-CARD
           END-IF.

       1100-VALIDATE-CONTROL-CARD.
      * THE SEED MUST BE A GENERATOR STATE - 1 TO 2147483646. THE
      * SAMPLE SIZE IS REQUIRED. BLANK MONTHS MEAN FROM THE FIRST
      * AND TO THE LAST MONTH ON FILE.
           MOVE "000000" TO from-month
           MOVE "999999" TO to-month
           EVALUATE TRUE
               WHEN SC-SEED NOT = SPACES AND SC-SEED IS NOT NUMERIC
                   MOVE "SEED NOT NUMERIC" TO reject-reason
               WHEN SC-SAMPLE-SIZE IS NOT NUMERIC
                   MOVE "SAMPLE SIZE NOT NUMERIC" TO reject-reason
               WHEN SC-FROM-MONTH NOT = SPACES
                   AND SC-FROM-MONTH IS NOT NUMERIC
                   MOVE "FROM MONTH NOT YYYYMM" TO reject-reason
               WHEN SC-TO-MONTH NOT = SPACES
                   AND SC-TO-MONTH IS NOT NUMERIC
                   MOVE "TO MONTH NOT YYYYMM" TO reject-reason
               WHEN OTHER
                   MOVE SC-SAMPLE-SIZE TO sample-size
                   IF SC-SEED = SPACES
                       PERFORM 1200-DRAW-CLOCK-SEED
                   ELSE
                       MOVE SC-SEED TO sample-seed
                   END-IF
                   IF SC-FROM-MONTH NOT = SPACES
                       MOVE SC-FROM-MONTH TO from-month
                   END-IF
                   IF SC-TO-MONTH NOT = SPACES
                       MOVE SC-TO-MONTH TO to-month
                   END-IF
                   EVALUATE TRUE
                       WHEN sample-size = 0
                           OR sample-size > SAMPLE-SIZE-TOP
                           MOVE "SAMPLE SIZE NOT 1 TO 20"
                               TO reject-reason
                       WHEN sample-seed = 0
                           OR sample-seed >= LCG-MODULUS
                           MOVE "SEED NOT 1 TO 2147483646"
                               TO reject-reason
                       WHEN SC-FROM-MONTH NOT = SPACES
                           AND (from-month (5:2) < "01"
                           OR from-month (5:2) > "12")
                           MOVE "FROM MONTH NOT YYYYMM"
                               TO reject-reason
                       WHEN SC-TO-MONTH NOT = SPACES
                           AND (to-month (5:2) < "01"
                           OR to-month (5:2) > "12")
                           MOVE "TO MONTH NOT YYYYMM" TO reject-reason
                       WHEN from-month > to-month
                           MOVE "FROM MONTH AFTER TO MONTH"
                               TO reject-reason
                   END-EVALUATE
           END-EVALUATE.

       1200-DRAW-CLOCK-SEED.
      * NO SEED ON THE CARD - ONE IS STIRRED FROM THE RUN DATE AND
      * TIME. IT IS PRINTED LIKE A CARD SEED, AND PUTTING IT ON THE
      * CARD REDRAWS THIS SAMPLE.
           SET seed-from-clock TO TRUE
           MOVE CD-TIME TO clock-time
           COMPUTE selection-key = clock-time + 1
           MOVE CD-DATE TO hash-input
           PERFORM 5110-STIR-KEY
           MOVE 0 TO hash-input
           PERFORM 5110-STIR-KEY 2 TIMES
           IF selection-key = 0
               MOVE 1 TO selection-key
           END-IF
           MOVE selection-key TO sample-seed.

       2000-DRAW-FROM-HISTORY.
      * RSLTKSDS IS THE POPULATION OF RECORD. WITHOUT IT THERE IS NO
      * SAMPLE WORTH HANDING TO AUDIT, SO IT FAILS THE RUN.
           OPEN INPUT HISTORY-KSDS-FILE
           IF KSDS-FILE-STATUS = "00"
               SET ksds-open TO TRUE
           ELSE
               DISPLAY "AUDSAMP - RSLTKSDS NOT AVAILABLE, STATUS "
                   KSDS-FILE-STATUS
               SET ksds-failed TO TRUE
               SET ksds-eof TO TRUE
           END-IF
           PERFORM 2010-READ-ONE-HISTORY
               UNTIL ksds-eof
           IF ksds-open
               CLOSE HISTORY-KSDS-FILE
           END-IF.

       2010-READ-ONE-HISTORY.
           READ HISTORY-KSDS-FILE
               AT END SET ksds-eof TO TRUE
               NOT AT END
                   ADD 1 TO ksds-read
                   IF RH-RUN-DATE < earliest-history-date
                       MOVE RH-RUN-DATE TO earliest-history-date
                   END-IF
                   IF RH-STATUS = "OK"
                       MOVE RH-PROGRAM TO CS-PROGRAM
                       MOVE "KSDS" TO CN-SOURCE
                       MOVE RH-RUN-DATE TO CN-RUN-DATE
                       MOVE RH-INPUT-N TO CN-INPUT-N
                       IF RH-INPUT-R IS NUMERIC
                           MOVE RH-INPUT-R TO CN-INPUT-R
                       ELSE
                           MOVE 0 TO CN-INPUT-R
                       END-IF
                       MOVE RH-VERSION TO CN-VERSION
                       MOVE RH-CURRENT-IND TO CN-CURRENT
                       MOVE RH-REQUEST-TYPE TO CN-TYPE
                       MOVE RH-RESULT TO CN-RESULT
                       PERFORM 5000-OFFER-CANDIDATE
                       IF CS-MONTH NOT < from-month
                           AND CS-MONTH NOT > to-month
                           ADD 1 TO ksds-population
                       END-IF
                   END-IF
           END-READ
           IF KSDS-FILE-STATUS NOT = "00"
               AND KSDS-FILE-STATUS NOT = "10"
               DISPLAY "AUDSAMP - RSLTKSDS READ FAILED, STATUS "
                   KSDS-FILE-STATUS
               SET ksds-failed TO TRUE
               SET ksds-eof TO TRUE
           END-IF.

       3000-DRAW-FROM-ARCHIVE.
      * ONLY THE PERIODS BEFORE THE HISTORY BEGINS - FROM THERE ON
      * THE SAME ANSWERS ARE ALREADY ON RSLTKSDS AND WOULD BE COUNTED
      * TWICE. NO ARCHIVE LEAVES THOSE OLDER PERIODS UNSAMPLED.
           OPEN INPUT RESULT-ARCHIVE-FILE
           IF ARCH-FILE-STATUS NOT = "00"
               DISPLAY "AUDSAMP - RSLTARCH NOT AVAILABLE, STATUS "
                   ARCH-FILE-STATUS
               SET archive-missing TO TRUE
               SET archive-eof TO TRUE
           END-IF
           PERFORM 3010-READ-ONE-ARCHIVE
               UNTIL archive-eof
           IF ARCH-FILE-STATUS NOT = "35"
               CLOSE RESULT-ARCHIVE-FILE
           END-IF.

       3010-READ-ONE-ARCHIVE.
           READ RESULT-ARCHIVE-FILE
               AT END SET archive-eof TO TRUE
               NOT AT END
                   ADD 1 TO archive-read
                   IF NR-STATUS = "OK"
                       AND NR-RUN-DATE < earliest-history-date
                       MOVE NR-PROGRAM TO CS-PROGRAM
                       MOVE "ARCH" TO CN-SOURCE
                       MOVE NR-RUN-DATE TO CN-RUN-DATE
                       IF NR-INPUT-N IS NUMERIC
                           MOVE NR-INPUT-N TO CN-INPUT-N
                       ELSE
                           MOVE 0 TO CN-INPUT-N
                       END-IF
                       IF NR-INPUT-R IS NUMERIC
                           MOVE NR-INPUT-R TO CN-INPUT-R
                       ELSE
                           MOVE 0 TO CN-INPUT-R
                       END-IF
                       MOVE 0 TO CN-VERSION
                       MOVE SPACE TO CN-CURRENT
                       MOVE NR-REQUEST-TYPE TO CN-TYPE
                       MOVE NR-RESULT TO CN-RESULT
                       PERFORM 5000-OFFER-CANDIDATE
                       IF CS-MONTH NOT < from-month
                           AND CS-MONTH NOT > to-month
                           ADD 1 TO archive-population
                       END-IF
                   END-IF
           END-READ.

       4000-SORT-STRATA.
      * STRATA ARE FOUND IN READ ORDER - THE ARCHIVE'S OLDER MONTHS
      * LAST. THE WORKPAPER LISTS THEM BY PROGRAM AND MONTH.
           MOVE 0 TO so-x
           PERFORM 4010-PLACE-ONE-STRATUM
               UNTIL so-x >= st-count.

       4010-PLACE-ONE-STRATUM.
           ADD 1 TO so-x
           MOVE so-x TO so-y
           MOVE "N" TO placed-sw
           PERFORM 4020-SHIFT-ONE-STRATUM
               UNTIL entry-placed
           MOVE so-x TO SO-STRATUM (so-y).

       4020-SHIFT-ONE-STRATUM.
           IF so-y = 1
               SET entry-placed TO TRUE
           ELSE
               MOVE SO-STRATUM (so-y - 1) TO so-z
               IF ST-STRATUM-KEY (so-z) > ST-STRATUM-KEY (so-x)
                   MOVE so-z TO SO-STRATUM (so-y)
                   SUBTRACT 1 FROM so-y
               ELSE
                   SET entry-placed TO TRUE
               END-IF
           END-IF.

       4100-SORT-SLOTS.
      * THE STRATUM'S SAMPLES IN KEY ORDER - THE ORDER THEY WERE
      * DRAWN. EQUAL KEYS KEEP THEIR READ ORDER.
           MOVE 0 TO sl-x
           PERFORM 4110-PLACE-ONE-SLOT
               UNTIL sl-x >= ST-TAKEN (st-x).

       4110-PLACE-ONE-SLOT.
           ADD 1 TO sl-x
           MOVE sl-x TO so-y
           MOVE "N" TO placed-sw
           PERFORM 4120-SHIFT-ONE-SLOT
               UNTIL entry-placed
           MOVE sl-x TO SO-SLOT (so-y).

       4120-SHIFT-ONE-SLOT.
           IF so-y = 1
               SET entry-placed TO TRUE
           ELSE
               MOVE SO-SLOT (so-y - 1) TO so-z
               IF SL-KEY (st-x, so-z) > SL-KEY (st-x, sl-x)
                   MOVE so-z TO SO-SLOT (so-y)
                   SUBTRACT 1 FROM so-y
               ELSE
                   SET entry-placed TO TRUE
               END-IF
           END-IF.

       5000-OFFER-CANDIDATE.
      * AN ANSWER INSIDE THE PERIOD JOINS ITS STRATUM'S POPULATION
      * AND IS KEPT WHILE ITS KEY IS AMONG THE SAMPLE-SIZE LOWEST.
      * AN ANSWER FOR A STRATUM THE TABLE HAS NO ROOM FOR IS COUNTED
      * AS NOT SAMPLED.
           MOVE CN-RUN-DATE (1:6) TO CS-MONTH
           IF CS-MONTH NOT < from-month AND CS-MONTH NOT > to-month
               PERFORM 5200-FIND-STRATUM
               IF st-x = 0
                   ADD 1 TO unsampled-count
               ELSE
                   ADD 1 TO ST-POPULATION (st-x)
                   PERFORM 5100-DRAW-SELECTION-KEY
                   IF ST-TAKEN (st-x) < sample-size
                       ADD 1 TO ST-TAKEN (st-x)
                       MOVE ST-TAKEN (st-x) TO sl-x
                       MOVE selection-key TO SL-KEY (st-x, sl-x)
                       MOVE candidate-detail TO SL-DETAIL (st-x, sl-x)
                       PERFORM 5300-FIND-HIGH-SLOT
                   ELSE
                       MOVE ST-HIGH-SLOT (st-x) TO sl-x
                       IF selection-key < SL-KEY (st-x, sl-x)
                           MOVE selection-key TO SL-KEY (st-x, sl-x)
                           MOVE candidate-detail
                               TO SL-DETAIL (st-x, sl-x)
                           PERFORM 5300-FIND-HIGH-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5100-DRAW-SELECTION-KEY.
      * THE KEY IS THE SEED STIRRED WITH THE ANSWER'S OWN IDENTITY,
      * NOT A DRAW FROM A RUNNING STREAM - A LATER VERSION LOADED
      * INTO AN OLD MONTH DOES NOT SHIFT THE KEYS OF THE ANSWERS
      * AROUND IT, SO A REDRAW PICKS THE SAME ONES.
           EVALUATE CS-PROGRAM
               WHEN "FACTIT"
                   MOVE 1 TO program-code
               WHEN "FACTRC"
                   MOVE 2 TO program-code
               WHEN "Fibonacci"
                   MOVE 3 TO program-code
               WHEN "FibonacciRecursive"
                   MOVE 4 TO program-code
               WHEN "COMBCALC"
                   MOVE 5 TO program-code
               WHEN "BINOMIAL"
                   MOVE 6 TO program-code
               WHEN OTHER
                   MOVE 9 TO program-code
           END-EVALUATE
           MOVE sample-seed TO selection-key
           MOVE program-code TO hash-input
           PERFORM 5110-STIR-KEY
           IF CN-RUN-DATE IS NUMERIC
               MOVE CN-RUN-DATE TO hash-input
           ELSE
               MOVE 0 TO hash-input
           END-IF
           PERFORM 5110-STIR-KEY
           MOVE CN-INPUT-N TO hash-input
           PERFORM 5110-STIR-KEY
           MOVE CN-INPUT-R TO hash-input
           PERFORM 5110-STIR-KEY
           MOVE CN-VERSION TO hash-input
           PERFORM 5110-STIR-KEY
           MOVE 0 TO hash-input
           PERFORM 5110-STIR-KEY 3 TIMES.

       5110-STIR-KEY.
           COMPUTE lcg-product =
               selection-key * LCG-MULTIPLIER + hash-input
           DIVIDE lcg-product BY LCG-MODULUS GIVING lcg-quotient
               REMAINDER selection-key
           COMPUTE lcg-product = selection-key * selection-key
           DIVIDE lcg-product BY LCG-MODULUS GIVING lcg-quotient
               REMAINDER selection-key.

       5200-FIND-STRATUM.
      * RSLTKSDS COMES IN PROGRAM AND DATE ORDER, SO THE STRATUM OF
      * THE LAST ANSWER IS TRIED FIRST.
           MOVE 0 TO st-x
           IF st-last > 0
               IF ST-STRATUM-KEY (st-last) = candidate-stratum
                   MOVE st-last TO st-x
               END-IF
           END-IF
           IF st-x = 0
               MOVE 0 TO so-x
               PERFORM 5210-CHECK-ONE-STRATUM
                   UNTIL so-x >= st-count OR st-x > 0
           END-IF
           IF st-x = 0 AND st-count < st-max
               ADD 1 TO st-count
               MOVE st-count TO st-x
               MOVE candidate-stratum TO ST-STRATUM-KEY (st-x)
               MOVE 0 TO ST-POPULATION (st-x)
               MOVE 0 TO ST-TAKEN (st-x)
               MOVE 1 TO ST-HIGH-SLOT (st-x)
           END-IF
           MOVE st-x TO st-last.

       5210-CHECK-ONE-STRATUM.
           ADD 1 TO so-x
           IF ST-STRATUM-KEY (so-x) = candidate-stratum
               MOVE so-x TO st-x
           END-IF.

       5300-FIND-HIGH-SLOT.
           MOVE 1 TO ST-HIGH-SLOT (st-x)
           MOVE 1 TO sl-y
           PERFORM 5310-CHECK-ONE-SLOT
               UNTIL sl-y >= ST-TAKEN (st-x).

       5310-CHECK-ONE-SLOT.
           ADD 1 TO sl-y
           MOVE ST-HIGH-SLOT (st-x) TO sl-x
           IF SL-KEY (st-x, sl-y) > SL-KEY (st-x, sl-x)
               MOVE sl-y TO ST-HIGH-SLOT (st-x)
           END-IF.

       6000-PRINT-PARAMETERS.
           IF card-bad
               MOVE reject-reason TO CR-REASON
               MOVE SAMPLE-CONTROL-CARD TO CR-CARD
               WRITE SAMPLE-LINE FROM card-reject-line
           ELSE
               MOVE sample-seed TO PM-SEED
               IF seed-from-clock
                   MOVE "FROM THE CLOCK - PUT IT ON SAMPCTL TO REDRAW"
                       TO PM-SEED-SOURCE
               ELSE
                   MOVE "FROM THE SAMPCTL CARD" TO PM-SEED-SOURCE
               END-IF
               WRITE SAMPLE-LINE FROM seed-line
               MOVE sample-size TO PM-SIZE
               WRITE SAMPLE-LINE FROM size-line
               IF SC-FROM-MONTH = SPACES
                   MOVE "EARLIEST" TO PM-FROM
               ELSE
                   MOVE from-month TO PM-FROM
               END-IF
               IF SC-TO-MONTH = SPACES
                   MOVE "LATEST" TO PM-TO
               ELSE
                   MOVE to-month TO PM-TO
               END-IF
               WRITE SAMPLE-LINE FROM period-line
               MOVE SPACES TO SAMPLE-LINE
               WRITE SAMPLE-LINE
               MOVE 0 TO mt-x
               PERFORM 6010-PRINT-ONE-METHOD-LINE
                   UNTIL mt-x >= mt-count
               DISPLAY "AUDSAMP - SEED " sample-seed
                   " SAMPLE SIZE " sample-size
           END-IF.

       6010-PRINT-ONE-METHOD-LINE.
           ADD 1 TO mt-x
           MOVE MT-LINE (mt-x) TO SAMPLE-LINE
           WRITE SAMPLE-LINE.

       6100-PRINT-SOURCES.
           MOVE SPACES TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           MOVE "RSLTKSDS" TO SR-FILE
           MOVE ksds-read TO SR-READ
           MOVE ksds-population TO SR-USED
           MOVE "ALL VERSIONS PUBLISHED OK" TO SR-NOTE
           WRITE SAMPLE-LINE FROM source-line
           MOVE "RSLTARCH" TO SR-FILE
           MOVE archive-read TO SR-READ
           MOVE archive-population TO SR-USED
           IF archive-missing
               MOVE "NOT AVAILABLE - OLDER PERIODS NOT SAMPLED"
                   TO SR-NOTE
           ELSE
               IF ksds-read = 0
                   MOVE "PUBLISHED OK - RSLTKSDS HOLDS NOTHING"
                       TO SR-NOTE
               ELSE
                   MOVE SPACES TO SR-NOTE
                   STRING "PUBLISHED OK BEFORE " earliest-history-date
                       " ONLY" DELIMITED BY SIZE INTO SR-NOTE
               END-IF
           END-IF
           WRITE SAMPLE-LINE FROM source-line.

       6200-PRINT-ONE-STRATUM.
           ADD 1 TO so-x
           MOVE SO-STRATUM (so-x) TO st-x
           MOVE SPACES TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           MOVE ST-PROGRAM (st-x) TO SH-PROGRAM
           MOVE ST-MONTH (st-x) TO SH-MONTH
           MOVE ST-POPULATION (st-x) TO SH-POPULATION
           MOVE ST-TAKEN (st-x) TO SH-TAKEN
           WRITE SAMPLE-LINE FROM stratum-heading
           WRITE SAMPLE-LINE FROM sample-column-heading
           PERFORM 4100-SORT-SLOTS
           MOVE 0 TO sample-seq
           PERFORM 6210-PRINT-ONE-SAMPLE
               UNTIL sample-seq >= ST-TAKEN (st-x).

       6210-PRINT-ONE-SAMPLE.
           ADD 1 TO sample-seq
           ADD 1 TO sampled-total
           MOVE SO-SLOT (sample-seq) TO sl-x
           MOVE ST-STRATUM-KEY (st-x) TO candidate-stratum
           MOVE SL-DETAIL (st-x, sl-x) TO candidate-detail
           PERFORM 7000-RECOMPUTE-SAMPLE
           PERFORM 7900-JUDGE-OUTCOME
           MOVE sample-seq TO SM-SEQ
           MOVE CN-SOURCE TO SM-SOURCE
           MOVE CN-RUN-DATE TO SM-RUN-DATE
           MOVE CN-INPUT-N TO SM-INPUT-N
           MOVE CN-INPUT-R TO SM-INPUT-R
           MOVE CN-TYPE TO SM-TYPE
           MOVE CN-VERSION TO SM-VERSION
           MOVE CN-CURRENT TO SM-CURRENT
           MOVE SL-KEY (st-x, sl-x) TO SM-KEY
           MOVE sample-outcome TO SM-OUTCOME
           WRITE SAMPLE-LINE FROM sample-line-detail
           MOVE "PUBLISHED" TO VL-LABEL
           MOVE CN-RESULT TO VL-VALUE
           WRITE SAMPLE-LINE FROM value-line
           MOVE "RECOMPUTED" TO VL-LABEL
           MOVE recomputed-text TO VL-VALUE
           WRITE SAMPLE-LINE FROM value-line
           IF recompute-note NOT = SPACES
               MOVE "NOTE" TO VL-LABEL
               MOVE recompute-note TO VL-VALUE
               WRITE SAMPLE-LINE FROM value-line
           END-IF.

       6900-PRINT-SUMMARY.
           MOVE SPACES TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           MOVE "SAMPLE SUMMARY" TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           MOVE "STRATA" TO TL-LABEL
           MOVE st-count TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           MOVE "PUBLISHED ANSWERS IN THE PERIOD" TO TL-LABEL
           COMPUTE TL-COUNT = ksds-population + archive-population
           WRITE SAMPLE-LINE FROM total-line
           MOVE "SAMPLED" TO TL-LABEL
           MOVE sampled-total TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           MOVE "  AGREE" TO TL-LABEL
           MOVE agree-count TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           MOVE "  AGREE TO THE LAST PUBLISHED PLACE" TO TL-LABEL
           MOVE rounding-count TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           MOVE "  DISAGREE" TO TL-LABEL
           MOVE disagree-count TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           MOVE "  NOT RECOMPUTABLE" TO TL-LABEL
           MOVE unrecomputable-count TO TL-COUNT
           WRITE SAMPLE-LINE FROM total-line
           IF unsampled-count > 0
               MOVE "NOT SAMPLED - STRATUM TABLE FULL" TO TL-LABEL
               MOVE unsampled-count TO TL-COUNT
               WRITE SAMPLE-LINE FROM total-line
           END-IF
           MOVE SPACES TO SAMPLE-LINE
           WRITE SAMPLE-LINE
           MOVE SPACES TO SAMPLE-LINE
           EVALUATE TRUE
               WHEN card-bad
                   MOVE "NO SAMPLE DRAWN - SAMPCTL CARD REJECTED"
                       TO SAMPLE-LINE
               WHEN ksds-failed
                   MOVE "NO SAMPLE DRAWN - RSLTKSDS NOT USABLE"
                       TO SAMPLE-LINE
               WHEN disagree-count > 0
                   MOVE "SAMPLE FAILED - PUBLISHED ANSWERS DISAGREE"
                       & " WITH RECOMPUTATION" TO SAMPLE-LINE
               WHEN sampled-total = 0
                   MOVE "NOTHING SAMPLED - NO PUBLISHED ANSWERS IN"
                       & " THE PERIOD" TO SAMPLE-LINE
               WHEN unrecomputable-count > 0 OR archive-missing
                   OR unsampled-count > 0
                   MOVE "SAMPLE PASSED - NO DISAGREEMENT, BUT NOT"
                       & " EVERYTHING COULD BE CHECKED" TO SAMPLE-LINE
               WHEN OTHER
                   MOVE "SAMPLE PASSED - EVERY SAMPLED ANSWER AGREES"
                       TO SAMPLE-LINE
           END-EVALUATE
           WRITE SAMPLE-LINE
           DISPLAY "AUDSAMP - " SAMPLE-LINE (1:70).

       7000-RECOMPUTE-SAMPLE.
      * THE METHOD FOLLOWS THE PROGRAM AND THE FORM OF THE QUESTION.
      * ANSWERS WHOSE INPUTS THE HISTORY DOES NOT CARRY (CUSTOM
      * FIBONACCI SEEDS, MULTISET GROUP SIZES) CANNOT BE WORKED OUT
      * AGAIN AND ARE SAID SO, NOT GUESSED AT.
           MOVE SPACES TO recomputed-text
           MOVE SPACES TO recompute-note
           MOVE "N" TO unrecomputable-sw
           EVALUATE CS-PROGRAM
               WHEN "FACTIT"
               WHEN "FACTRC"
                   PERFORM 7100-RECOMPUTE-FACTORIAL
               WHEN "Fibonacci"
                   EVALUATE CN-TYPE
                       WHEN "S"
                       WHEN SPACE
                           MOVE 0 TO seq-a
                           MOVE 1 TO seq-b
                           PERFORM 7200-RECOMPUTE-SEQUENCE
                       WHEN "L"
                           MOVE 2 TO seq-a
                           MOVE 1 TO seq-b
                           PERFORM 7200-RECOMPUTE-SEQUENCE
                       WHEN OTHER
                           SET not-recomputable TO TRUE
                           MOVE "CUSTOM SEED PAIR IS NOT HELD ON THE"
                               & " HISTORY" TO recompute-note
                   END-EVALUATE
               WHEN "FibonacciRecursive"
                   MOVE 0 TO seq-a
                   MOVE 1 TO seq-b
                   PERFORM 7200-RECOMPUTE-SEQUENCE
               WHEN "COMBCALC"
                   EVALUATE CN-TYPE
                       WHEN "C"
                       WHEN SPACE
                           MOVE CN-INPUT-N TO ncr-n
                           MOVE CN-INPUT-R TO ncr-r
                           PERFORM 7300-RECOMPUTE-NCR
                           PERFORM 7450-FORMAT-COUNT
                       WHEN "R"
                           IF CN-INPUT-N = 0
                               MOVE "*** NO ANSWER EXISTS - N IS ZERO"
                                   TO recomputed-text
                           ELSE
                               COMPUTE ncr-n =
                                   CN-INPUT-N + CN-INPUT-R - 1
                               MOVE CN-INPUT-R TO ncr-r
                               PERFORM 7300-RECOMPUTE-NCR
                               PERFORM 7450-FORMAT-COUNT
                           END-IF
                       WHEN "D"
                           PERFORM 7400-RECOMPUTE-DERANGEMENTS
                           PERFORM 7450-FORMAT-COUNT
                       WHEN "M"
                           SET not-recomputable TO TRUE
                           MOVE "MULTISET GROUP SIZES ARE NOT HELD ON"
                               & " THE HISTORY" TO recompute-note
                       WHEN OTHER
                           SET not-recomputable TO TRUE
                           MOVE "REQUEST TYPE NOT RECOGNISED"
                               TO recompute-note
                   END-EVALUATE
               WHEN "BINOMIAL"
                   PERFORM 7500-RECOMPUTE-BINOMIAL
               WHEN OTHER
                   SET not-recomputable TO TRUE
                   MOVE "NO INDEPENDENT RECOMPUTATION FOR THIS PROGRAM"
                       TO recompute-note
           END-EVALUATE.

       7100-RECOMPUTE-FACTORIAL.
      * N! MULTIPLIED OUT A DIGIT AT A TIME IN A 72-DIGIT FIELD, THE
      * WIDTH THE FACTORIAL PROGRAMS PUBLISH. A CARRY OFF THE TOP
      * MEANS NO 72-DIGIT ANSWER COULD HAVE BEEN RIGHT.
           MOVE ALL "0" TO big-number
           MOVE 1 TO BN-DIGIT (72)
           MOVE "N" TO count-overflow-sw
           MOVE 1 TO big-mult
           PERFORM 7110-MULTIPLY-BIG-NUMBER
               UNTIL big-mult >= CN-INPUT-N OR count-overflow
           IF count-overflow
               MOVE "*** N! EXCEEDS 72 DIGITS - NO EXACT ANSWER"
                   TO recomputed-text
           ELSE
               MOVE big-number TO recomputed-text
           END-IF.

       7110-MULTIPLY-BIG-NUMBER.
           ADD 1 TO big-mult
           MOVE 0 TO big-carry
           MOVE 73 TO big-x
           PERFORM 7120-MULTIPLY-ONE-DIGIT
               UNTIL big-x = 1
           IF big-carry > 0
               SET count-overflow TO TRUE
           END-IF.

       7120-MULTIPLY-ONE-DIGIT.
           SUBTRACT 1 FROM big-x
           COMPUTE big-product = BN-DIGIT (big-x) * big-mult + big-carry
           DIVIDE big-product BY 10 GIVING big-carry
               REMAINDER big-rem
           MOVE big-rem TO BN-DIGIT (big-x).

       7200-RECOMPUTE-SEQUENCE.
      * TERM N OF THE ADDITIVE SEQUENCE WHOSE TERMS 0 AND 1 ARE THE
      * SEEDS IN SEQ-A AND SEQ-B. A TERM PAST TWENTY-ONE DIGITS
      * COULD NOT HAVE BEEN PUBLISHED CORRECTLY.
           MOVE "N" TO count-overflow-sw
           EVALUATE TRUE
               WHEN CN-INPUT-N = 0
                   MOVE seq-a TO seq-term
               WHEN CN-INPUT-N = 1
                   MOVE seq-b TO seq-term
               WHEN OTHER
                   MOVE 1 TO seq-x
                   PERFORM 7210-ADD-ONE-TERM
                       UNTIL seq-x >= CN-INPUT-N OR count-overflow
           END-EVALUATE
           IF count-overflow
               MOVE "*** TERM EXCEEDS 21 DIGITS - NO EXACT ANSWER"
                   TO recomputed-text
           ELSE
               MOVE seq-term TO SQ-INTEGER
               MOVE sequence-text TO recomputed-text
           END-IF.

       7210-ADD-ONE-TERM.
           ADD 1 TO seq-x
           COMPUTE seq-term = seq-a + seq-b
           MOVE seq-b TO seq-a
           MOVE seq-term TO seq-b
           MOVE seq-term TO big-display
           IF BD-OVER-21 > 0
               SET count-overflow TO TRUE
           END-IF.

       7300-RECOMPUTE-NCR.
      * NCR BY THE PRODUCT OF (N-R+I)/I FOR I = 1 TO R - EVERY
      * PARTIAL PRODUCT IS ITSELF A WHOLE BINOMIAL COEFFICIENT, SO THE
      * DIVISION IS ALWAYS EXACT, AND NONE IS LARGER THAN THE ANSWER.
      * THE SMALLER OF R AND N-R IS USED.
           MOVE "N" TO count-overflow-sw
           MOVE 1 TO count-value
           IF ncr-r > ncr-n
               MOVE "*** NO ANSWER EXISTS - R EXCEEDS N"
                   TO recomputed-text
           ELSE
               COMPUTE ncr-low = ncr-n - ncr-r
               IF ncr-low < ncr-r
                   MOVE ncr-low TO ncr-r
               END-IF
               COMPUTE ncr-base = ncr-n - ncr-r
               MOVE 0 TO ncr-x
               PERFORM 7310-MULTIPLY-ONE-FACTOR
                   UNTIL ncr-x >= ncr-r OR count-overflow
           END-IF.

       7310-MULTIPLY-ONE-FACTOR.
           ADD 1 TO ncr-x
           COMPUTE count-value =
               count-value * (ncr-base + ncr-x) / ncr-x
               ON SIZE ERROR
                   SET count-overflow TO TRUE
           END-COMPUTE
           MOVE count-value TO big-display
           IF BD-OVER-19 > 0
               SET count-overflow TO TRUE
           END-IF.

       7400-RECOMPUTE-DERANGEMENTS.
      * !N BY THE RECURRENCE !N = (N-1)(!(N-1) + !(N-2)), FROM
      * !0 = 1 AND !1 = 0.
           MOVE "N" TO count-overflow-sw
           MOVE 1 TO der-prev-2
           MOVE 0 TO der-prev-1
           EVALUATE TRUE
               WHEN CN-INPUT-N = 0
                   MOVE 1 TO count-value
               WHEN CN-INPUT-N = 1
                   MOVE 0 TO count-value
               WHEN OTHER
                   MOVE 1 TO der-x
                   PERFORM 7410-ADD-ONE-DERANGEMENT
                       UNTIL der-x >= CN-INPUT-N OR count-overflow
           END-EVALUATE.

       7410-ADD-ONE-DERANGEMENT.
           ADD 1 TO der-x
           COMPUTE count-value = (der-x - 1) * (der-prev-1 + der-prev-2)
               ON SIZE ERROR
                   SET count-overflow TO TRUE
           END-COMPUTE
           MOVE der-prev-1 TO der-prev-2
           MOVE count-value TO der-prev-1
           MOVE count-value TO big-display
           IF BD-OVER-19 > 0
               SET count-overflow TO TRUE
           END-IF.

       7450-FORMAT-COUNT.
      * A COUNT AS COMBCALC PUBLISHES IT - NINETEEN DIGITS. AN ANSWER
      * ALREADY RULED OUT LEAVES ITS REASON IN PLACE.
           IF recomputed-text = SPACES
               IF count-overflow
                   MOVE "*** EXCEEDS 19 DIGITS - NO EXACT ANSWER"
                       TO recomputed-text
               ELSE
                   MOVE count-value TO count-digits
                   MOVE count-digits TO recomputed-text
               END-IF
           END-IF.

       7500-RECOMPUTE-BINOMIAL.
      * P(X=K) = NCR(N,K) * P**K * (1-P)**(N-K), CARRIED TO TWENTY
      * PLACES - THREE MORE THAN BINOMIAL CARRIES - AND ROUNDED TO THE
      * TWELVE PUBLISHED. P(X<=K) SUMS THE TERMS FROM K = 0. TYPE B
      * PUBLISHED NO CUTOFF, SO ONLY ITS MEAN AND VARIANCE ARE CHECKED.
           MOVE CN-RESULT TO published-binomial
           EVALUATE TRUE
               WHEN CN-TYPE NOT = "K" AND CN-TYPE NOT = "B"
                   SET not-recomputable TO TRUE
                   MOVE "REQUEST TYPE NOT RECOGNISED" TO recompute-note
               WHEN PB-LABEL NOT = "P " OR PB-P (1:1) IS NOT NUMERIC
                   OR PB-P (2:1) NOT = "." OR PB-P (3:4) IS NOT NUMERIC
                   SET not-recomputable TO TRUE
                   MOVE "PUBLISHED P CANNOT BE READ BACK"
                       TO recompute-note
               WHEN CN-INPUT-N > BINOM-ROW-TOP
                   MOVE "*** NO EXACT ANSWER - N ABOVE 20"
                       TO recomputed-text
               WHEN CN-TYPE = "K" AND CN-INPUT-R > CN-INPUT-N
                   MOVE "*** NO ANSWER EXISTS - CUTOFF K EXCEEDS N"
                       TO recomputed-text
               WHEN OTHER
                   MOVE PB-P-EDITED TO binom-p
                   COMPUTE binom-q = 1 - binom-p
                   MOVE 1 TO BP-P (1)
                   MOVE 1 TO BP-Q (1)
                   MOVE 0 TO binom-x
                   PERFORM 7510-BUILD-ONE-POWER
                       UNTIL binom-x >= CN-INPUT-N
                   MOVE binom-p TO RB-P
                   MOVE SPACES TO RB-PK
                   MOVE SPACES TO RB-CUM
                   IF CN-TYPE = "K"
                       MOVE CN-INPUT-R TO binom-k
                       MOVE 0 TO binom-cum
                       MOVE 0 TO binom-j
                       PERFORM 7520-ADD-ONE-BINOMIAL-TERM
                           UNTIL binom-j > binom-k
                       COMPUTE recomputed-pk ROUNDED = binom-term-k
                       COMPUTE recomputed-cum ROUNDED = binom-cum
                       MOVE recomputed-pk TO probability-edit
                       MOVE probability-edit TO RB-PK
                       MOVE recomputed-cum TO probability-edit
                       MOVE probability-edit TO RB-CUM
                   END-IF
                   COMPUTE binom-mean ROUNDED = CN-INPUT-N * binom-p
                   COMPUTE binom-variance ROUNDED =
                       CN-INPUT-N * binom-p * binom-q
                   MOVE binom-mean TO RB-MEAN
                   MOVE binom-variance TO RB-VAR
                   MOVE recomputed-binomial TO recomputed-text
           END-EVALUATE.

       7510-BUILD-ONE-POWER.
           ADD 1 TO binom-x
           COMPUTE BP-P (binom-x + 1) ROUNDED =
               BP-P (binom-x) * binom-p
           COMPUTE BP-Q (binom-x + 1) ROUNDED =
               BP-Q (binom-x) * binom-q.

       7520-ADD-ONE-BINOMIAL-TERM.
      * BINOM-J COUNTS K FROM ZERO; ROW J+1 OF THE POWERS HOLDS J.
           MOVE CN-INPUT-N TO ncr-n
           MOVE binom-j TO ncr-r
           PERFORM 7300-RECOMPUTE-NCR
           COMPUTE binom-term ROUNDED = count-value
               * BP-P (binom-j + 1) * BP-Q (CN-INPUT-N - binom-j + 1)
           ADD binom-term TO binom-cum
               ON SIZE ERROR
                   MOVE 1 TO binom-cum
           END-ADD
           IF binom-cum > 1
               MOVE 1 TO binom-cum
           END-IF
           MOVE binom-term TO binom-term-k
           ADD 1 TO binom-j.

       7900-JUDGE-OUTCOME.
      * AN EXACT MATCH AGREES. A BINOMIAL PROBABILITY THAT DIFFERS BY
      * NO MORE THAN ONE IN ITS TWELFTH (LAST PUBLISHED) PLACE IS A
      * ROUNDING DIFFERENCE, NOT A WRONG ANSWER, AND IS SHOWN APART.
           EVALUATE TRUE
               WHEN not-recomputable
                   MOVE "NOT RECOMPUTABLE" TO sample-outcome
                   MOVE "SEE NOTE" TO recomputed-text
                   ADD 1 TO unrecomputable-count
               WHEN recomputed-text = CN-RESULT
                   MOVE "AGREES" TO sample-outcome
                   ADD 1 TO agree-count
               WHEN OTHER
                   MOVE "DISAGREES" TO sample-outcome
                   IF CS-PROGRAM = "BINOMIAL" AND CN-TYPE = "K"
                       AND recomputed-text (1:3) NOT = "***"
                       PERFORM 7910-CHECK-ROUNDING
                   END-IF
                   IF sample-outcome = "DISAGREES"
                       ADD 1 TO disagree-count
                   ELSE
                       ADD 1 TO rounding-count
                   END-IF
           END-EVALUATE.

       7910-CHECK-ROUNDING.
           IF CN-RESULT (1:12) = recomputed-text (1:12)
               AND CN-RESULT (27:5) = recomputed-text (27:5)
               AND CN-RESULT (46:27) = recomputed-text (46:27)
               AND PB-PK (1:1) IS NUMERIC AND PB-PK (3:12) IS NUMERIC
               AND PB-CUM (1:1) IS NUMERIC
               AND PB-CUM (3:12) IS NUMERIC
               MOVE PB-PK-EDITED TO published-prob
               COMPUTE probability-diff = published-prob - recomputed-pk
               IF probability-diff < 0
                   COMPUTE probability-diff = 0 - probability-diff
               END-IF
               IF probability-diff NOT > ROUNDING-TOLERANCE
                   MOVE PB-CUM-EDITED TO published-prob
                   COMPUTE probability-diff =
                       published-prob - recomputed-cum
                   IF probability-diff < 0
                       COMPUTE probability-diff = 0 - probability-diff
                   END-IF
                   IF probability-diff NOT > ROUNDING-TOLERANCE
                       MOVE "ROUNDING ONLY" TO sample-outcome
                       MOVE "DIFFERS ONLY IN THE TWELFTH DECIMAL"
                           & " PLACE" TO recompute-note
                   END-IF
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE SAMPLE-REPORT
           EVALUATE TRUE
               WHEN card-bad OR ksds-failed OR disagree-count > 0
                   MOVE 8 TO RETURN-CODE
               WHEN unrecomputable-count > 0 OR archive-missing
                   OR unsampled-count > 0 OR sampled-total = 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
