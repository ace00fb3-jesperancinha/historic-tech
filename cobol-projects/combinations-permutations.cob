      * BACK TO THE DEPARTMENT THAT ASKED. SPACES ON A CARD THAT
      * BYPASSED INTAKE.
           05  REQ-ID              PIC X(08).
      * WHAT IS BEING COUNTED - BLANK OR C FOR NCR AND NPR, R FOR
      * COMBINATIONS WITH REPETITION (N+R-1 CHOOSE R), M FOR THE
      * PERMUTATIONS OF A MULTISET OF N ITEMS, D FOR THE
      * DERANGEMENTS OF N. M AND D TAKE N ALONE (R BLANK OR ZERO).
           05  REQ-TYPE            PIC X(01).
      * TYPE M ONLY - THE SIZES OF UP TO FIVE GROUPS OF LIKE ITEMS,
      * TWO DIGITS EACH, BLANK WHERE UNUSED. ITEMS NOT IN A LISTED
      * GROUP ARE ALL DIFFERENT, SO ONLY REPEATED ITEMS NEED LISTING.
           05  REQ-GROUPS.
               10  REQ-GROUP       PIC X(02) OCCURS 5 TIMES.

       FD  FACTOR-KSDS-FILE.
       01  FACTOR-KSDS-RECORD.
         77 comb-nr-fact PIC 9(19) comp-3.
         77 comb-ncr PIC 9(19) comp-3.
         77 comb-npr PIC 9(19) comp-3.
         77 comb-type PIC X(01).
         77 comb-answer PIC 9(19) comp-3.
         77 comb-term PIC 9(19) comp-3.
         77 comb-derange-sum PIC S9(19) comp-3.
         77 comb-term-x PIC 9(05).
         77 comb-group-x PIC 9(02).
         77 comb-group-n PIC 9(02).
         77 comb-group-count PIC 9(02).
         77 comb-group-total PIC 9(05).
         77 heading-type PIC X(01) VALUE "C".
         77 comb-term-adds-sw PIC X(01) VALUE "Y".
           88 comb-term-adds            VALUE "Y".
         77 reject-text PIC X(30).

         77 request-eof-sw PIC X(01) VALUE "N".
           88 request-eof               VALUE "Y".
           05  FILLER               PIC X(07) VALUE "R".
           05  FILLER               PIC X(22) VALUE "N CHOOSE R (NCR)".
           05  FILLER               PIC X(22) VALUE "N PERMUTE R (NPR)".
      * THE REQUEST ID SITS IN COLUMNS 84-91 OF EVERY DETAIL LINE SO
      * RPTDIST CAN BURST THE REPORT BY REQUESTING DEPARTMENT.
           05  FILLER               PIC X(25) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "REQUEST ID".

         01 report-detail-line.
           05  RD-N                 PIC ZZZZ9.
           05  RD-NPR               PIC Z(18)9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-FLAG              PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-REQUEST-ID        PIC X(08).

      * EACH REQUEST TYPE PRINTS UNDER ITS OWN HEADING, REPEATED
      * WHENEVER THE TYPE CHANGES FROM ONE CARD TO THE NEXT SO THE
      * REPORT STAYS IN CARD ORDER. THE SECTION HEADINGS LEAVE THE
      * REQUEST-ID COLUMNS BLANK - THEY BELONG TO NO REQUEST.
         01 section-heading.
           05  FILLER               PIC X(07) VALUE "N".
           05  SH-INPUT             PIC X(16).
           05  SH-TITLE             PIC X(44).

      * THE REPETITION, MULTISET AND DERANGEMENT ANSWER IS A SINGLE
      * COUNT. THE FLAG AND THE REQUEST ID SIT IN THE SAME COLUMNS
      * AS ON THE NCR/NPR LINE.
         01 type-detail-line.
           05  TD-N                 PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-INPUT             PIC X(14).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-ANSWER            PIC Z(18)9.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  TD-FLAG              PIC X(24).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  TD-REQUEST-ID        PIC X(08).
         01 edit-r                    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * CARDS, COMPUTES NCR AND NPR FROM THE CERTIFIED FACTORIALS IN
      * FACTKSDS, AND WRITES BOTH A PRINTED REPORT AND SHARED-SHAPE
      * RESULT RECORDS SO THE DOWNSTREAM JOBS SEE THESE RESULTS LIKE
      * ANY OTHERS. A TYPE CODE ON THE CARD ASKS INSTEAD FOR
      * COMBINATIONS WITH REPETITION, MULTISET PERMUTATIONS OR
      * DERANGEMENTS, ALL FROM THE SAME CERTIFIED FACTORIALS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-REQUEST
               UNTIL request-eof
           ADD 1 TO request-count
           PERFORM 2200-VALIDATE-REQUEST
           IF NOT request-bad
               EVALUATE comb-type
                   WHEN "R"
                       PERFORM 3300-CALCULATE-REPETITION
                   WHEN "M"
                       PERFORM 3400-CALCULATE-MULTISET
                   WHEN "D"
                       PERFORM 3600-CALCULATE-DERANGEMENTS
                   WHEN OTHER
                       PERFORM 3000-CALCULATE-NCR-NPR
               END-EVALUATE
           END-IF
           PERFORM 4000-WRITE-REPORT-LINE
           PERFORM 4500-WRITE-RESULT-RECORD
      * REJECTS THE CARD UP FRONT IF EITHER FIELD IS NOT A SANE
      * NUMBER OR R EXCEEDS N - THERE IS NO NCR FOR CHOOSING MORE
      * ITEMS THAN THE SET HOLDS, AND LETTING IT THROUGH WOULD ONLY
      * PRODUCE A MEANINGLESS DIVIDE. THE OTHER TYPES HAVE RULES OF
      * THEIR OWN, EACH WITH ITS OWN SUSPENSE REASON - AN UNKNOWN
      * TYPE CODE (RTYP), AN R ON A TYPE THAT TAKES N ALONE (RNUS),
      * REPETITION FROM AN EMPTY SET (REPZ), A MULTISET GROUP COUNT
      * MISSING, NOT NUMERIC OR ZERO (MGRP), AND GROUP COUNTS ADDING
      * UP TO MORE ITEMS THAN N (MSUM). R MAY EXCEED N WITH
      * REPETITION - THAT IS THE POINT OF IT.
           MOVE "N" TO request-bad-sw
           MOVE SPACES TO suspense-reason
           MOVE 0 TO comb-n
           MOVE 0 TO comb-r
           MOVE REQ-TYPE TO comb-type
           IF comb-type = SPACE
               MOVE "C" TO comb-type
           END-IF
           IF REQ-N IS NUMERIC
               MOVE REQ-N TO comb-n
           END-IF
           IF REQ-R IS NUMERIC
               AND (comb-type = "C" OR comb-type = "R")
               MOVE REQ-R TO comb-r
           END-IF
           EVALUATE TRUE
               WHEN comb-type NOT = "C" AND comb-type NOT = "R"
                   AND comb-type NOT = "M" AND comb-type NOT = "D"
                   MOVE "RTYP" TO suspense-reason
                   MOVE "UNKNOWN REQUEST TYPE" TO reject-text
               WHEN REQ-N IS NOT NUMERIC
                   MOVE "NNUM" TO suspense-reason
                   MOVE "INVALID REQUEST CARD" TO reject-text
               WHEN (comb-type = "C" OR comb-type = "R")
                   AND REQ-R IS NOT NUMERIC
                   MOVE "NNUM" TO suspense-reason
                   MOVE "INVALID REQUEST CARD" TO reject-text
               WHEN (comb-type = "M" OR comb-type = "D")
                   AND REQ-R NOT = SPACES AND REQ-R NOT = "00000"
                   MOVE "RNUS" TO suspense-reason
                   MOVE "R NOT USED BY THIS TYPE" TO reject-text
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN comb-type = "C" AND comb-r > comb-n
                           MOVE "REXN" TO suspense-reason
                           MOVE "R EXCEEDS N" TO reject-text
                       WHEN comb-type = "R" AND comb-n = 0
                           MOVE "REPZ" TO suspense-reason
                           MOVE "REPETITION FROM AN EMPTY SET"
                               TO reject-text
                       WHEN comb-type = "M"
                           PERFORM 2260-CHECK-GROUP-COUNTS
                   END-EVALUATE
           END-EVALUATE
           IF suspense-reason NOT = SPACES
               SET request-bad TO TRUE
               SET any-rejected TO TRUE
               DISPLAY "COMBCALC - " reject-text ": " REQUEST-CARD
               PERFORM 2250-WRITE-SUSPENSE-CARD
           END-IF.

       2250-WRITE-SUSPENSE-CARD.
           MOVE suspense-reason TO SUSP-REASON
           MOVE business-date TO SUSP-BUS-DATE
           MOVE SPACES TO SUSP-CARD-IMAGE
           MOVE REQUEST-CARD TO SUSP-CARD-IMAGE (1:29)
           MOVE "SUSPENDED" TO SUSP-STATUS
           MOVE 0 TO SUSP-AGE-CYCLES
           WRITE SUSPENSE-RECORD
           CLOSE SUSPENSE-FILE.

       2260-CHECK-GROUP-COUNTS.
      * AT LEAST ONE GROUP MUST BE GIVEN, EVERY GIVEN GROUP MUST BE A
      * NONZERO NUMBER, AND THE GROUPS CANNOT HOLD MORE ITEMS THAN N.
           MOVE 0 TO comb-group-count
           MOVE 0 TO comb-group-total
           MOVE 0 TO comb-group-x
           PERFORM 2270-CHECK-ONE-GROUP
               UNTIL comb-group-x >= 5
           IF suspense-reason = SPACES
               IF comb-group-count = 0
                   MOVE "MGRP" TO suspense-reason
                   MOVE "BAD MULTISET GROUP COUNT" TO reject-text
               ELSE
                   IF comb-group-total > comb-n
                       MOVE "MSUM" TO suspense-reason
                       MOVE "GROUP COUNTS EXCEED N" TO reject-text
                   END-IF
               END-IF
           END-IF.

       2270-CHECK-ONE-GROUP.
           ADD 1 TO comb-group-x
           IF REQ-GROUP (comb-group-x) NOT = SPACES
               IF REQ-GROUP (comb-group-x) IS NUMERIC
                   AND REQ-GROUP (comb-group-x) NOT = "00"
                   ADD 1 TO comb-group-count
                   MOVE REQ-GROUP (comb-group-x) TO comb-group-n
                   ADD comb-group-n TO comb-group-total
               ELSE
                   MOVE "MGRP" TO suspense-reason
                   MOVE "BAD MULTISET GROUP COUNT" TO reject-text
               END-IF
           END-IF.

       3000-CALCULATE-NCR-NPR.
      * NCR = N! / (R! * (N-R)!) AND NPR = N! / (N-R)!, ALL THREE
      * FACTORIALS TAKEN FROM THE CERTIFIED LOOKUP FILE RATHER THAN
               COMPUTE comb-npr = comb-n-fact / comb-nr-fact
           END-IF.

       3300-CALCULATE-REPETITION.
      * CHOOSING R FROM N KINDS WITH REPEATS ALLOWED IS N+R-1 CHOOSE
      * R = (N+R-1)! / (R! * (N-1)!) - THE SAME THREE-LOOKUP SHAPE AS
      * NCR, SO THE SAME 19-DIGIT CEILING APPLIES TO N+R-1.
           COMPUTE FCTKSDS-N = comb-n + comb-r - 1
               ON SIZE ERROR
                   SET request-bad TO TRUE
                   SET any-rejected TO TRUE
                   DISPLAY "COMBCALC - N+R-1 TOO LARGE FOR FACTKSDS: "
                       REQUEST-CARD
           END-COMPUTE
           IF NOT request-bad
               PERFORM 3200-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO comb-n-fact
           END-IF
           IF NOT request-bad
               MOVE comb-r TO FCTKSDS-N
               PERFORM 3200-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO comb-r-fact
           END-IF
           IF NOT request-bad
               COMPUTE FCTKSDS-N = comb-n - 1
               PERFORM 3200-LOOKUP-ONE-FACTORIAL
               MOVE lookup-low-part-n TO comb-nr-fact
           END-IF
           IF NOT request-bad
               COMPUTE comb-answer =
                   comb-n-fact / (comb-r-fact * comb-nr-fact)
           END-IF.

       3400-CALCULATE-MULTISET.
      * THE DISTINCT ORDERINGS OF N ITEMS WITH GROUPS OF LIKE ITEMS
      * ARE N! DIVIDED BY THE FACTORIAL OF EACH GROUP SIZE. DIVIDING
      * ONE GROUP AT A TIME STAYS EXACT - EACH PARTIAL QUOTIENT IS A
      * MULTINOMIAL COEFFICIENT TIMES THE FACTORIAL OF THE ITEMS NOT
      * YET DIVIDED OUT.
           PERFORM 3100-LOOKUP-N-FACTORIAL
           MOVE comb-n-fact TO comb-answer
           MOVE 0 TO comb-group-x
           PERFORM 3410-DIVIDE-ONE-GROUP
               UNTIL comb-group-x >= 5 OR request-bad.

       3410-DIVIDE-ONE-GROUP.
           ADD 1 TO comb-group-x
           IF REQ-GROUP (comb-group-x) NOT = SPACES
               MOVE REQ-GROUP (comb-group-x) TO FCTKSDS-N
               PERFORM 3200-LOOKUP-ONE-FACTORIAL
               IF NOT request-bad
                   MOVE lookup-low-part-n TO comb-r-fact
                   COMPUTE comb-answer = comb-answer / comb-r-fact
               END-IF
           END-IF.

       3600-CALCULATE-DERANGEMENTS.
      * THE ARRANGEMENTS OF N ITEMS WITH NONE IN ITS OWN PLACE -
      * !N = THE SUM OVER K = 0 TO N OF (-1)**K * N! / K!. EVERY
      * TERM IS AN EXACT QUOTIENT OF TWO CERTIFIED FACTORIALS AND
      * NO PARTIAL SUM EXCEEDS N!, SO THE ARITHMETIC STAYS EXACT.
           PERFORM 3100-LOOKUP-N-FACTORIAL
           MOVE 0 TO comb-derange-sum
           MOVE 0 TO comb-term-x
           SET comb-term-adds TO TRUE
           PERFORM 3610-ADD-ONE-DERANGEMENT-TERM
               UNTIL comb-term-x > comb-n OR request-bad
           IF NOT request-bad
               MOVE comb-derange-sum TO comb-answer
           END-IF.

       3610-ADD-ONE-DERANGEMENT-TERM.
           MOVE comb-term-x TO FCTKSDS-N
           PERFORM 3200-LOOKUP-ONE-FACTORIAL
           IF NOT request-bad
               COMPUTE comb-term = comb-n-fact / lookup-low-part-n
               IF comb-term-adds
                   ADD comb-term TO comb-derange-sum
                   MOVE "N" TO comb-term-adds-sw
               ELSE
                   SUBTRACT comb-term FROM comb-derange-sum
                   SET comb-term-adds TO TRUE
               END-IF
           END-IF
           ADD 1 TO comb-term-x.

       3100-LOOKUP-N-FACTORIAL.
           MOVE comb-n TO FCTKSDS-N
           PERFORM 3200-LOOKUP-ONE-FACTORIAL
           END-IF.

       4000-WRITE-REPORT-LINE.
      * A CARD WHOSE TYPE CODE IS NOT RECOGNISED PRINTS AS A
      * REJECTED NCR/NPR LINE UNDER WHATEVER HEADING IS CURRENT.
           IF comb-type NOT = heading-type
               AND (comb-type = "C" OR comb-type = "R"
                   OR comb-type = "M" OR comb-type = "D")
               PERFORM 4050-WRITE-SECTION-HEADING
           END-IF
           IF comb-type = "R" OR comb-type = "M" OR comb-type = "D"
               PERFORM 4100-WRITE-TYPE-LINE
           ELSE
               MOVE comb-n TO RD-N
               MOVE comb-r TO RD-R
               MOVE REQ-ID TO RD-REQUEST-ID
               IF request-bad
                   MOVE 0 TO RD-NCR
                   MOVE 0 TO RD-NPR
                   MOVE "*** REQUEST REJECTED ***" TO RD-FLAG
               ELSE
                   MOVE comb-ncr TO RD-NCR
                   MOVE comb-npr TO RD-NPR
                   MOVE SPACES TO RD-FLAG
               END-IF
               MOVE report-detail-line TO COMB-REPORT-LINE
               WRITE COMB-REPORT-LINE
               DISPLAY report-detail-line
           END-IF.

       4050-WRITE-SECTION-HEADING.
      * THE NCR/NPR HEADING COMES BACK WITHOUT ITS REQUEST-ID
      * CAPTION, WHICH ONLY THE PAGE HEADING CARRIES.
           MOVE comb-type TO heading-type
           MOVE SPACES TO COMB-REPORT-LINE
           WRITE COMB-REPORT-LINE
           EVALUATE comb-type
               WHEN "R"
                   MOVE "R" TO SH-INPUT
                   MOVE "WITH REPETITION (N+R-1 CHOOSE R)" TO SH-TITLE
                   MOVE section-heading TO COMB-REPORT-LINE
               WHEN "M"
                   MOVE "GROUP COUNTS" TO SH-INPUT
                   MOVE "PERMUTATIONS OF THE MULTISET" TO SH-TITLE
                   MOVE section-heading TO COMB-REPORT-LINE
               WHEN "D"
                   MOVE SPACES TO SH-INPUT
                   MOVE "DERANGEMENTS OF N (!N)" TO SH-TITLE
                   MOVE section-heading TO COMB-REPORT-LINE
               WHEN OTHER
                   MOVE report-heading-2 TO COMB-REPORT-LINE
                   MOVE SPACES TO COMB-REPORT-LINE (59:42)
           END-EVALUATE
           WRITE COMB-REPORT-LINE.

       4100-WRITE-TYPE-LINE.
           MOVE comb-n TO TD-N
           MOVE SPACES TO TD-INPUT
           IF comb-type = "R"
               MOVE comb-r TO edit-r
               MOVE edit-r TO TD-INPUT
           END-IF
           IF comb-type = "M"
               MOVE 0 TO comb-group-x
               PERFORM 4110-SHOW-ONE-GROUP
                   UNTIL comb-group-x >= 5
           END-IF
           MOVE REQ-ID TO TD-REQUEST-ID
           IF request-bad
               MOVE 0 TO TD-ANSWER
               MOVE "*** REQUEST REJECTED ***" TO TD-FLAG
           ELSE
               MOVE comb-answer TO TD-ANSWER
               MOVE SPACES TO TD-FLAG
           END-IF
           MOVE type-detail-line TO COMB-REPORT-LINE
           WRITE COMB-REPORT-LINE
           DISPLAY type-detail-line.

       4110-SHOW-ONE-GROUP.
           ADD 1 TO comb-group-x
           MOVE REQ-GROUP (comb-group-x)
               TO TD-INPUT (comb-group-x * 3 - 2:2).

       4500-WRITE-RESULT-RECORD.
      * ONE RECORD PER REQUEST IN THE SHARED NUMERIC-RESULT SHAPE.
      * THE SHAPE CARRIES A SINGLE INPUT AND A SINGLE RESULT, SO -
      * LIKE Fibonacci REPORTING ITS LAST TERM - THIS PROGRAM REPORTS
      * N AND THE NCR VALUE, WHICH IS THE ANSWER THE REQUESTS ARE
      * ACTUALLY ASKING FOR; NPR LIVES ON THE PRINTED REPORT. THE
      * OTHER TYPES REPORT THEIR SINGLE COUNT. THE REQUEST TYPE
      * GOES OUT AS C, R, M OR D (SPACE FOR AN UNRECOGNISED CODE) SO
      * THE HISTORY CAN TELL THE QUESTIONS APART; R IS ZERO FOR THE
      * TYPES THAT TAKE N ALONE.
           MOVE "COMBCALC" TO NR-PROGRAM
           MOVE comb-n TO NR-INPUT-N
           IF request-bad
               MOVE SPACES TO NR-RESULT
               MOVE "INVALID" TO NR-STATUS
           ELSE
               IF comb-type = "C"
                   MOVE comb-ncr TO NR-RESULT
               ELSE
                   MOVE comb-answer TO NR-RESULT
               END-IF
               MOVE "OK" TO NR-STATUS
           END-IF
           MOVE business-date TO NR-RUN-DATE
           MOVE REQ-ID TO NR-REQUEST-ID
           MOVE comb-r TO NR-INPUT-R
           IF comb-type = "C" OR comb-type = "R"
               OR comb-type = "M" OR comb-type = "D"
               MOVE comb-type TO NR-REQUEST-TYPE
           ELSE
               MOVE SPACE TO NR-REQUEST-TYPE
           END-IF
           WRITE NUMERIC-RESULT-RECORD.

       3500-SET-RETURN-CODE.
