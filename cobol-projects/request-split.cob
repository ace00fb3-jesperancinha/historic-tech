       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQSPLIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-CONTROL-FILE ASSIGN TO "PARTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT REQUEST-FILE ASSIGN TO "REQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQ-FILE-STATUS.
           SELECT PART-FILE-1 ASSIGN TO "REQPRT1"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FILE-2 ASSIGN TO "REQPRT2"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FILE-3 ASSIGN TO "REQPRT3"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FILE-4 ASSIGN TO "REQPRT4"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SPLIT-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-CONTROL-FILE
           RECORDING MODE IS F.
      * WHICH REQUEST FILE IS BEING SPLIT (COMBREQ OR FIBREQ) AND
      * INTO HOW MANY PARTITIONS, 01 THROUGH 04 - THE PARTITIONED
      * JOBS CARRY FOUR PARTITION STEPS, SO FOUR IS THE CEILING.
       01  PARTITION-CONTROL-CARD.
           05  PC-SOURCE           PIC X(08).
           05  PC-PARTITIONS       PIC X(02).

       FD  REQUEST-FILE
           RECORDING MODE IS F.
       01  REQUEST-CARD                PIC X(80).

       FD  PART-FILE-1
           RECORDING MODE IS F.
       01  PART-1-CARD                 PIC X(80).
       FD  PART-FILE-2
           RECORDING MODE IS F.
       01  PART-2-CARD                 PIC X(80).
       FD  PART-FILE-3
           RECORDING MODE IS F.
       01  PART-3-CARD                 PIC X(80).
       FD  PART-FILE-4
           RECORDING MODE IS F.
       01  PART-4-CARD                 PIC X(80).

       FD  PARTITION-MAP-FILE
           RECORDING MODE IS F.
           COPY "partmap.cpy".

       SD  SPLIT-SORT-FILE.
       01  SPLIT-SORT-RECORD.
           05  SS-WORK             PIC 9(06).
           05  SS-SEQ              PIC 9(05).

       WORKING-STORAGE SECTION.

         77 split-source PIC X(08).
           88 split-comb                VALUE "COMBREQ".
           88 split-fib                 VALUE "FIBREQ".
         77 part-count-in PIC 9(02) VALUE 0.
         77 part-count PIC 9(01) VALUE 0.
         77 part-x PIC 9(01).
         77 light-x PIC 9(01).
         77 card-seq PIC 9(05) VALUE 0.
         77 card-total PIC 9(05) VALUE 0.
         77 card-work PIC 9(06).
         77 work-n PIC 9(05).
         77 work-r PIC 9(05).
         77 total-work PIC 9(09) VALUE 0.
         77 request-eof-sw PIC X(01) VALUE "N".
           88 request-eof               VALUE "Y".
         77 sort-eof-sw PIC X(01) VALUE "N".
           88 sort-eof                  VALUE "Y".
         77 split-bad-sw PIC X(01) VALUE "N".
           88 split-bad                 VALUE "Y".

      * WHAT EACH PARTITION HAS BEEN GIVEN SO FAR - THE CARDS ARE
      * COUNTED AS THEY ARE WRITTEN, THE WORK AS THEY ARE DEALT.
         01 partition-table.
           05  PT-ENTRY OCCURS 4 TIMES.
               10  PT-CARDS         PIC 9(05).
               10  PT-WORK          PIC 9(09).

      * THE PARTITION EACH CARD WAS DEALT TO, BY ITS POSITION IN THE
      * ORIGINAL FILE.
         01 card-assignment-table.
           05  CA-PARTITION         PIC 9(01) OCCURS 99999 TIMES.

         01 CTL-FILE-STATUS           PIC X(02).
         01 REQ-FILE-STATUS           PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 edit-count                PIC ZZZZ9.
         01 edit-work                 PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * AT QUARTER-END ONE COMBREQ OR FIBREQ FILE IS MORE THAN A
      * SINGLE COMBCALC OR Fibonacci STEP CAN FINISH INSIDE ITS
      * SERVICE-LEVEL WINDOW. THIS STEP DEALS THE CARDS OUT INTO UP
      * TO FOUR PARTITION FILES, EACH RUN BY ITS OWN COPY OF THE
      * PROGRAM WITH ITS OWN SPOOLS (AND, FOR Fibonacci, ITS OWN
      * CHECKPOINT), SO THE SCHEDULER CAN RUN THEM SIDE BY SIDE.
      * THE PARTITIONS ARE BALANCED BY ESTIMATED WORK RATHER THAN BY
      * CARD COUNT - HEAVIEST CARD FIRST, EACH TO THE PARTITION
      * CARRYING THE LEAST WORK SO FAR. THE PARTITION MAP RECORDS
      * WHERE EVERY CARD WENT SO PARTMRG CAN PUT THE OUTPUT BACK IN
      * THE ORIGINAL REQUEST ORDER AND PROVE NOTHING WAS LOST.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 1000-READ-CONTROL-CARD
           IF NOT split-bad
               SORT SPLIT-SORT-FILE
                   ON DESCENDING KEY SS-WORK
                   ON ASCENDING KEY SS-SEQ
                   INPUT PROCEDURE IS 2000-RELEASE-REQUEST-CARDS
                   OUTPUT PROCEDURE IS 3000-ASSIGN-PARTITIONS
           END-IF
           IF NOT split-bad
               PERFORM 4000-WRITE-PARTITIONS
           END-IF
           IF split-bad
               DISPLAY "REQSPLIT - REQUEST FILE NOT SPLIT"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 5000-SHOW-SPLIT
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-READ-CONTROL-CARD.
      * NO CARD, AN UNKNOWN SOURCE OR A PARTITION COUNT OUTSIDE 1-4
      * ENDS RC 8 BEFORE ANYTHING IS WRITTEN - THE PARTITION STEPS
      * ARE BYPASSED ON IT, SO LAST QUARTER'S PARTITION FILES ARE
      * NEVER RUN A SECOND TIME.
           MOVE SPACES TO split-source
           OPEN INPUT PARTITION-CONTROL-FILE
           IF CTL-FILE-STATUS = "00"
               READ PARTITION-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-SOURCE TO split-source
                       IF PC-PARTITIONS IS NUMERIC
                           MOVE PC-PARTITIONS TO part-count-in
                       END-IF
               END-READ
               CLOSE PARTITION-CONTROL-FILE
           END-IF
           IF NOT split-comb AND NOT split-fib
               DISPLAY "REQSPLIT - PARTCTL SOURCE MUST BE COMBREQ OR "
                   "FIBREQ"
               SET split-bad TO TRUE
           END-IF
           IF part-count-in < 1 OR part-count-in > 4
               DISPLAY "REQSPLIT - PARTCTL PARTITION COUNT MUST BE "
                   "01 THROUGH 04"
               SET split-bad TO TRUE
           ELSE
               MOVE part-count-in TO part-count
           END-IF.

       2000-RELEASE-REQUEST-CARDS.
           OPEN INPUT REQUEST-FILE
           IF REQ-FILE-STATUS NOT = "00"
               DISPLAY "REQSPLIT - REQUEST FILE NOT AVAILABLE, STATUS "
                   REQ-FILE-STATUS
               SET split-bad TO TRUE
           ELSE
               PERFORM 2100-READ-REQUEST
               PERFORM 2200-RELEASE-ONE-CARD
                   UNTIL request-eof
               CLOSE REQUEST-FILE
           END-IF
           MOVE card-seq TO card-total.

       2100-READ-REQUEST.
           READ REQUEST-FILE
               AT END SET request-eof TO TRUE
           END-READ.

       2200-RELEASE-ONE-CARD.
      * THE SEQUENCE NUMBER IS FIVE DIGITS ON EVERY FILE DOWNSTREAM,
      * SO A FILE LONGER THAN THAT IS REFUSED WHOLE RATHER THAN
      * SPLIT IN PART.
           IF card-seq >= 99999
               DISPLAY "REQSPLIT - MORE THAN 99999 REQUEST CARDS"
               SET split-bad TO TRUE
               SET request-eof TO TRUE
           ELSE
               ADD 1 TO card-seq
               PERFORM 2300-ESTIMATE-WORK
               MOVE card-seq TO SS-SEQ
               MOVE card-work TO SS-WORK
               RELEASE SPLIT-SORT-RECORD
               ADD card-work TO total-work
               PERFORM 2100-READ-REQUEST
           END-IF.

       2300-ESTIMATE-WORK.
      * THE SIZE OF THE QUESTION STANDS IN FOR ITS RUN TIME - N PLUS
      * R ON A COMBREQ CARD, THE TERM COUNT N ON A FIBREQ CARD. A
      * CARD TOO GARBLED TO READ STILL COSTS SOMETHING (IT HAS TO BE
      * REJECTED AND SUSPENDED), SO NO CARD WEIGHS NOTHING.
           MOVE 0 TO card-work
           IF REQUEST-CARD (1:5) IS NUMERIC
               MOVE REQUEST-CARD (1:5) TO work-n
               ADD work-n TO card-work
           END-IF
           IF split-comb AND REQUEST-CARD (6:5) IS NUMERIC
               MOVE REQUEST-CARD (6:5) TO work-r
               ADD work-r TO card-work
           END-IF
           IF card-work = 0
               MOVE 1 TO card-work
           END-IF.

       3000-ASSIGN-PARTITIONS.
           MOVE 0 TO part-x
           PERFORM 3050-CLEAR-ONE-PARTITION
               UNTIL part-x >= 4
           PERFORM 3100-RETURN-SORTED-CARD
           PERFORM 3200-ASSIGN-ONE-CARD
               UNTIL sort-eof.

       3050-CLEAR-ONE-PARTITION.
           ADD 1 TO part-x
           MOVE 0 TO PT-CARDS (part-x)
           MOVE 0 TO PT-WORK (part-x).

       3100-RETURN-SORTED-CARD.
           RETURN SPLIT-SORT-FILE
               AT END SET sort-eof TO TRUE
           END-RETURN.

       3200-ASSIGN-ONE-CARD.
      * THE CARDS COME BACK HEAVIEST FIRST; EACH GOES TO WHICHEVER
      * PARTITION IS LIGHTEST AT THAT MOMENT, SO THE BIG QUESTIONS
      * ARE SPREAD OUT BEFORE THE SMALL ONES FILL IN THE GAPS.
           PERFORM 3300-FIND-LIGHTEST-PARTITION
           MOVE light-x TO CA-PARTITION (SS-SEQ)
           ADD SS-WORK TO PT-WORK (light-x)
           PERFORM 3100-RETURN-SORTED-CARD.

       3300-FIND-LIGHTEST-PARTITION.
           MOVE 1 TO light-x
           MOVE 1 TO part-x
           PERFORM 3310-CONSIDER-ONE-PARTITION
               UNTIL part-x >= part-count.

       3310-CONSIDER-ONE-PARTITION.
           ADD 1 TO part-x
           IF PT-WORK (part-x) < PT-WORK (light-x)
               MOVE part-x TO light-x
           END-IF.

       4000-WRITE-PARTITIONS.
      * A SECOND PASS OVER THE REQUEST FILE IN ITS ORIGINAL ORDER,
      * SO WITHIN EACH PARTITION THE CARDS KEEP THE ORDER THEY HAD.
      * ALL FOUR PARTITION FILES ARE WRITTEN - ONE NOT USED THIS
      * TIME IS LEFT EMPTY, AND ITS STEP RUNS AS AN EMPTY REQUEST
      * LIST.
           OPEN INPUT REQUEST-FILE
           OPEN OUTPUT PART-FILE-1
           OPEN OUTPUT PART-FILE-2
           OPEN OUTPUT PART-FILE-3
           OPEN OUTPUT PART-FILE-4
           OPEN OUTPUT PARTITION-MAP-FILE
           MOVE 0 TO card-seq
           MOVE "N" TO request-eof-sw
           PERFORM 2100-READ-REQUEST
           PERFORM 4100-WRITE-ONE-CARD
               UNTIL request-eof
           IF card-seq NOT = card-total
               DISPLAY "REQSPLIT - REQUEST FILE CHANGED DURING THE "
                   "SPLIT"
               SET split-bad TO TRUE
           END-IF
           PERFORM 4200-WRITE-CONTROL-TOTALS
           CLOSE REQUEST-FILE
           CLOSE PART-FILE-1
           CLOSE PART-FILE-2
           CLOSE PART-FILE-3
           CLOSE PART-FILE-4
           CLOSE PARTITION-MAP-FILE.

       4100-WRITE-ONE-CARD.
           IF card-seq >= card-total
               SET request-eof TO TRUE
               ADD 1 TO card-seq
           ELSE
               ADD 1 TO card-seq
               MOVE CA-PARTITION (card-seq) TO part-x
               ADD 1 TO PT-CARDS (part-x)
               EVALUATE part-x
                   WHEN 1 WRITE PART-1-CARD FROM REQUEST-CARD
                   WHEN 2 WRITE PART-2-CARD FROM REQUEST-CARD
                   WHEN 3 WRITE PART-3-CARD FROM REQUEST-CARD
                   WHEN 4 WRITE PART-4-CARD FROM REQUEST-CARD
               END-EVALUATE
               PERFORM 2300-ESTIMATE-WORK
               MOVE SPACES TO PARTITION-MAP-RECORD
               SET PM-MAP-ENTRY TO TRUE
               MOVE split-source TO PM-SOURCE
               MOVE CD-DATE TO PM-SPLIT-DATE
               MOVE CD-TIME TO PM-SPLIT-TIME
               MOVE card-seq TO PM-ORIG-SEQ
               MOVE part-x TO PM-PARTITION
               MOVE PT-CARDS (part-x) TO PM-PART-SEQ
               MOVE card-work TO PM-WORK
               IF split-comb
                   MOVE REQUEST-CARD (11:8) TO PM-REQUEST-ID
               ELSE
                   MOVE REQUEST-CARD (6:8) TO PM-REQUEST-ID
               END-IF
               WRITE PARTITION-MAP-RECORD
               PERFORM 2100-READ-REQUEST
           END-IF.

       4200-WRITE-CONTROL-TOTALS.
      * THE UNSPLIT TOTALS THE MERGE HAS TO ADD BACK TO - CARDS AND
      * ESTIMATED WORK FOR THE WHOLE FILE AND FOR EACH PARTITION.
           MOVE SPACES TO PARTITION-MAP-RECORD
           SET PM-CONTROL-TOTALS TO TRUE
           MOVE split-source TO PM-SOURCE
           MOVE CD-DATE TO PM-SPLIT-DATE
           MOVE CD-TIME TO PM-SPLIT-TIME
           MOVE card-total TO PM-TOTAL-CARDS
           MOVE total-work TO PM-TOTAL-WORK
           MOVE part-count TO PM-PART-COUNT
           MOVE 0 TO part-x
           PERFORM 4210-MOVE-ONE-PARTITION-TOTAL
               UNTIL part-x >= 4
           WRITE PARTITION-MAP-RECORD.

       4210-MOVE-ONE-PARTITION-TOTAL.
           ADD 1 TO part-x
           MOVE PT-CARDS (part-x) TO PM-PART-CARDS (part-x)
           MOVE PT-WORK (part-x) TO PM-PART-WORK (part-x).

       5000-SHOW-SPLIT.
           MOVE card-total TO edit-count
           MOVE total-work TO edit-work
           DISPLAY "REQSPLIT - " split-source " " edit-count
               " CARDS, ESTIMATED WORK " edit-work
               ", INTO " part-count " PARTITIONS"
           MOVE 0 TO part-x
           PERFORM 5100-SHOW-ONE-PARTITION
               UNTIL part-x >= part-count.

       5100-SHOW-ONE-PARTITION.
           ADD 1 TO part-x
           MOVE PT-CARDS (part-x) TO edit-count
           MOVE PT-WORK (part-x) TO edit-work
           DISPLAY "REQSPLIT -   PARTITION " part-x " " edit-count
               " CARDS, ESTIMATED WORK " edit-work.
