         77 inq-ncr PIC 9(19) comp-3.
         77 inq-npr PIC 9(19) comp-3.
         77 comb-message PIC X(44).
      * THE COUNTING TYPES COMBCALC ANSWERS OVERNIGHT - BLANK OR C
      * FOR NCR/NPR, R WITH REPETITION, M MULTISET (WITH UP TO FIVE
      * TWO-DIGIT GROUP COUNTS), D DERANGEMENTS.
         77 inq-type PIC X(01) VALUE SPACE.
         01 inq-groups                PIC X(10) VALUE SPACES.
         01 inq-group-table REDEFINES inq-groups.
           05 IG-GROUP              PIC X(02) OCCURS 5 TIMES.
         77 inq-group-x PIC 9(02).
         77 inq-group-n PIC 9(02).
         77 inq-group-count PIC 9(02).
         77 inq-group-total PIC 9(05).
         77 inq-answer PIC 9(19) comp-3.
         77 inq-term PIC 9(19) comp-3.
         77 inq-derange-sum PIC S9(19) comp-3.
         77 inq-term-x PIC 9(05).
         77 type-label PIC X(30).

         77 comb-requested-sw PIC X(01) VALUE "N".
           88 comb-requested            VALUE "Y".
         77 comb-bad-sw PIC X(01).
           88 comb-bad                  VALUE "Y".
         77 inq-term-adds-sw PIC X(01).
           88 inq-term-adds             VALUE "Y".

         01 lookup-factorial          PIC X(72).
         01 lookup-low-part           PIC X(19).
           05  LINE 4  COLUMN 1
               VALUE "ENTER R (BLANK FOR NONE): ".
           05  LINE 4  COLUMN 27 PIC X(5) TO inq-r-text.
           05  LINE 5  COLUMN 1
               VALUE "REQUEST TYPE (BLANK/C R M D): ".
           05  LINE 5  COLUMN 31 PIC X(01) TO inq-type.
           05  LINE 6  COLUMN 1
               VALUE "GROUP COUNTS (TYPE M ONLY): ".
           05  LINE 6  COLUMN 31 PIC X(10) TO inq-groups.

       01  RESULT-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "N! =".
           05  LINE 7  COLUMN 6  PIC X(72) FROM inq-fact-display.
           05  LINE 8  COLUMN 1  VALUE "SOURCE: ".
           05  LINE 8  COLUMN 9  PIC X(08) FROM inq-source.
           05  LINE 9  COLUMN 1  VALUE "FIBONACCI(N) =".
           05  LINE 9  COLUMN 16 PIC Z(20)9.9 FROM inq-fib-result.

       01  OVERFLOW-SCREEN.
           05  LINE 7  COLUMN 1  VALUE "N! *** OVERFLOW ***".

       01  COMB-RESULT-SCREEN.
           05  LINE 10 COLUMN 1  VALUE "NCR(N,R) =".
           05  LINE 10 COLUMN 12 PIC Z(18)9 FROM inq-ncr.
           05  LINE 11 COLUMN 1  VALUE "NPR(N,R) =".
           05  LINE 11 COLUMN 12 PIC Z(18)9 FROM inq-npr.

       01  TYPE-RESULT-SCREEN.
           05  LINE 10 COLUMN 1  PIC X(30) FROM type-label.
           05  LINE 10 COLUMN 32 PIC Z(18)9 FROM inq-answer.

       01  COMB-REJECT-SCREEN.
           05  LINE 10 COLUMN 1  PIC X(30) FROM type-label.
           05  LINE 10 COLUMN 32 PIC X(44) FROM comb-message.

       01  AGAIN-SCREEN.
           05  LINE 13 COLUMN 1  VALUE "ANOTHER LOOKUP (Y/N)? ".
           05  LINE 13 COLUMN 23 PIC X(01) TO inq-again-sw.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * FIBONACCI RESULT, WITHOUT EDITING A CONSTANT AND RESUBMITTING
      * A BATCH JOB FOR A ONE-OFF LOOKUP. THE SESSION OPENS WITH A
      * SIGN-ON - ANYONE WHO CAN REACH THE TERMINAL IS NO LONGER
      * ANYONE WHO CAN USE IT. AN R OR A REQUEST TYPE ON THE SCREEN
      * ALSO ASKS ANY OF THE COUNTING QUESTIONS COMBCALC ANSWERS.
           PERFORM 0400-SIGN-ON
           IF NOT operator-ok
               DISPLAY "COMBINQ - SIGN-ON REFUSED FOR "
           PERFORM 2000-CALCULATE-FACTORIAL
           PERFORM 3000-CALCULATE-FIBONACCI
           MOVE "N" TO comb-requested-sw
           IF inq-r-text NOT = SPACES OR inq-type NOT = SPACE
               SET comb-requested TO TRUE
               PERFORM 3400-CALCULATE-COMB-REQUEST
           END-IF
           PERFORM 4000-SHOW-RESULT
           PERFORM 5000-LOG-INQUIRY
           END-IF
      * AN NCR/NPR INQUIRY LOGS ITS R AND THE PUBLISHED VALUES
      * (ZERO WHEN REJECTED), SO THE USAGE REPORT SEES HOW MUCH OF
      * THE SCREEN'S TRAFFIC IS NOW COMBINATIONS WORK. THE OTHER
      * COUNTING TYPES LOG THEIR SINGLE ANSWER IN THE NCR FIELD, WITH
      * THE TYPE SAYING WHICH QUESTION IT ANSWERS.
           MOVE 0 TO IL-R
           MOVE 0 TO IL-NCR
           MOVE 0 TO IL-NPR
           MOVE SPACE TO IL-REQUEST-TYPE
           IF comb-requested
               MOVE inq-type TO IL-REQUEST-TYPE
               IF inq-r-text IS NUMERIC
                   MOVE inq-r-text TO IL-R
               END-IF
               IF NOT comb-bad
                   IF inq-type = "C"
                       MOVE inq-ncr TO IL-NCR
                       MOVE inq-npr TO IL-NPR
                   ELSE
                       MOVE inq-answer TO IL-NCR
                   END-IF
               END-IF
           END-IF
           MOVE inq-operator TO IL-OPERATOR
           CALL 'FIBONACCI' USING BY REFERENCE inq-fib-n,
               BY REFERENCE inq-fib-result.

       3400-CALCULATE-COMB-REQUEST.
      * SENDS THE INQUIRY TO THE ARITHMETIC FOR ITS REQUEST TYPE. A
      * BLANK TYPE WITH AN R IS THE PLAIN NCR/NPR INQUIRY THE SCREEN
      * HAS ALWAYS ANSWERED.
           MOVE "N" TO comb-bad-sw
           MOVE 0 TO inq-ncr
           MOVE 0 TO inq-npr
           MOVE 0 TO inq-answer
           IF inq-type = SPACE
               MOVE "C" TO inq-type
           END-IF
           EVALUATE inq-type
               WHEN "C"
                   MOVE "NCR/NPR:" TO type-label
                   PERFORM 3500-CALCULATE-NCR-NPR
               WHEN "R"
                   MOVE "N+R-1 CHOOSE R =" TO type-label
                   PERFORM 3700-CALCULATE-REPETITION
               WHEN "M"
                   MOVE "MULTISET PERMUTATIONS =" TO type-label
                   PERFORM 3800-CALCULATE-MULTISET
               WHEN "D"
                   MOVE "DERANGEMENTS (!N) =" TO type-label
                   PERFORM 3900-CALCULATE-DERANGEMENTS
               WHEN OTHER
                   MOVE "REQUEST TYPE:" TO type-label
                   SET comb-bad TO TRUE
                   MOVE "TYPE MUST BE BLANK, C, R, M OR D"
                       TO comb-message
           END-EVALUATE.

       3500-CALCULATE-NCR-NPR.
      * THE SAME CERTIFIED-TABLE ARITHMETIC COMBCALC RUNS OVERNIGHT,
      * ANSWERED AT THE SCREEN - AND THE SAME REJECTION RULES. NO
      * COMPUTED FALLBACK HERE: NCR AND NPR ARE PUBLISHED FROM THE
      * CERTIFIED FACTORIALS OR NOT AT ALL, SO THE WALK-UP ANSWER
      * CAN NEVER DISAGREE WITH THE NIGHTLY COMBRPT.
           IF inq-r-text IS NOT NUMERIC
               SET comb-bad TO TRUE
               MOVE "R IS NOT NUMERIC" TO comb-message
                   END-IF
           END-READ.

       3700-CALCULATE-REPETITION.
      * (N+R-1)! / (R! * (N-1)!), THE SAME THREE LOOKUPS COMBCALC
      * MAKES. R MAY EXCEED N; N MAY NOT BE ZERO.
           IF inq-r-text IS NOT NUMERIC
               SET comb-bad TO TRUE
               MOVE "R IS NOT NUMERIC" TO comb-message
           ELSE
               MOVE inq-r-text TO inq-r
               IF inq-n = 0
                   SET comb-bad TO TRUE
                   MOVE "REPETITION FROM AN EMPTY SET" TO comb-message
               ELSE
                   IF NOT ksds-available
                       SET comb-bad TO TRUE
                       MOVE "CERTIFIED TABLE NOT AVAILABLE"
                           TO comb-message
                   END-IF
               END-IF
           END-IF
           IF NOT comb-bad
               COMPUTE FCTKSDS-N = inq-n + inq-r - 1
                   ON SIZE ERROR
                       SET comb-bad TO TRUE
                       MOVE "N+R-1 NOT IN CERTIFIED TABLE"
                           TO comb-message
               END-COMPUTE
           END-IF
           IF NOT comb-bad
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO inq-n-fact
           END-IF
           IF NOT comb-bad
               MOVE inq-r TO FCTKSDS-N
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO inq-r-fact
           END-IF
           IF NOT comb-bad
               COMPUTE FCTKSDS-N = inq-n - 1
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO inq-nr-fact
           END-IF
           IF NOT comb-bad
               COMPUTE inq-answer =
                   inq-n-fact / (inq-r-fact * inq-nr-fact)
           END-IF.

       3800-CALCULATE-MULTISET.
      * N! DIVIDED BY THE FACTORIAL OF EACH GROUP SIZE, ONE GROUP AT
      * A TIME AS COMBCALC DOES. R IS NOT USED; AT LEAST ONE NONZERO
      * GROUP IS NEEDED AND THE GROUPS CANNOT HOLD MORE THAN N ITEMS.
           IF inq-r-text NOT = SPACES AND inq-r-text NOT = "00000"
               SET comb-bad TO TRUE
               MOVE "R IS NOT USED BY THIS TYPE" TO comb-message
           ELSE
               MOVE 0 TO inq-group-count
               MOVE 0 TO inq-group-total
               MOVE 0 TO inq-group-x
               PERFORM 3810-CHECK-ONE-GROUP
                   UNTIL inq-group-x >= 5
           END-IF
           IF NOT comb-bad
               IF inq-group-count = 0
                   SET comb-bad TO TRUE
                   MOVE "NO GROUP COUNTS GIVEN" TO comb-message
               ELSE
                   IF inq-group-total > inq-n
                       SET comb-bad TO TRUE
                       MOVE "GROUP COUNTS EXCEED N" TO comb-message
                   ELSE
                       IF NOT ksds-available
                           SET comb-bad TO TRUE
                           MOVE "CERTIFIED TABLE NOT AVAILABLE"
                               TO comb-message
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT comb-bad
               MOVE inq-n TO FCTKSDS-N
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO inq-answer
               MOVE 0 TO inq-group-x
               PERFORM 3820-DIVIDE-ONE-GROUP
                   UNTIL inq-group-x >= 5 OR comb-bad
           END-IF.

       3810-CHECK-ONE-GROUP.
           ADD 1 TO inq-group-x
           IF IG-GROUP (inq-group-x) NOT = SPACES
               IF IG-GROUP (inq-group-x) IS NUMERIC
                   AND IG-GROUP (inq-group-x) NOT = "00"
                   ADD 1 TO inq-group-count
                   MOVE IG-GROUP (inq-group-x) TO inq-group-n
                   ADD inq-group-n TO inq-group-total
               ELSE
                   SET comb-bad TO TRUE
                   MOVE "BAD GROUP COUNT" TO comb-message
               END-IF
           END-IF.

       3820-DIVIDE-ONE-GROUP.
           ADD 1 TO inq-group-x
           IF IG-GROUP (inq-group-x) NOT = SPACES
               MOVE IG-GROUP (inq-group-x) TO FCTKSDS-N
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               IF NOT comb-bad
                   COMPUTE inq-answer = inq-answer / lookup-low-part-n
               END-IF
           END-IF.

       3900-CALCULATE-DERANGEMENTS.
      * !N = THE SUM OVER K = 0 TO N OF (-1)**K * N! / K!, TERM BY
      * TERM FROM THE CERTIFIED TABLE AS COMBCALC BUILDS IT.
           IF inq-r-text NOT = SPACES AND inq-r-text NOT = "00000"
               SET comb-bad TO TRUE
               MOVE "R IS NOT USED BY THIS TYPE" TO comb-message
           ELSE
               IF NOT ksds-available
                   SET comb-bad TO TRUE
                   MOVE "CERTIFIED TABLE NOT AVAILABLE"
                       TO comb-message
               END-IF
           END-IF
           IF NOT comb-bad
               MOVE inq-n TO FCTKSDS-N
               PERFORM 3600-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO inq-n-fact
           END-IF
           IF NOT comb-bad
               MOVE 0 TO inq-derange-sum
               MOVE 0 TO inq-term-x
               SET inq-term-adds TO TRUE
               PERFORM 3910-ADD-ONE-DERANGEMENT-TERM
                   UNTIL inq-term-x > inq-n OR comb-bad
           END-IF
           IF NOT comb-bad
               MOVE inq-derange-sum TO inq-answer
           END-IF.

       3910-ADD-ONE-DERANGEMENT-TERM.
           MOVE inq-term-x TO FCTKSDS-N
           PERFORM 3600-LOOKUP-ONE-FACTORIAL
           IF NOT comb-bad
               COMPUTE inq-term = inq-n-fact / lookup-low-part-n
               IF inq-term-adds
                   ADD inq-term TO inq-derange-sum
                   MOVE "N" TO inq-term-adds-sw
               ELSE
                   SUBTRACT inq-term FROM inq-derange-sum
                   SET inq-term-adds TO TRUE
               END-IF
           END-IF
           ADD 1 TO inq-term-x.

       4000-SHOW-RESULT.
           IF inq-overflow-occurred
               DISPLAY OVERFLOW-SCREEN
               IF comb-bad
                   DISPLAY COMB-REJECT-SCREEN
               ELSE
                   IF inq-type = "C"
                       DISPLAY COMB-RESULT-SCREEN
                   ELSE
                       DISPLAY TYPE-RESULT-SCREEN
                   END-IF
               END-IF
           END-IF.
