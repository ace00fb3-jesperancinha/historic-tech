       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTMRG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTITION-MAP-FILE ASSIGN TO "PARTMAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-FILE-STATUS.
           SELECT OUT-PART-1 ASSIGN TO "OUTPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-FILE-STATUS.
           SELECT OUT-PART-2 ASSIGN TO "OUTPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-FILE-STATUS.
           SELECT OUT-PART-3 ASSIGN TO "OUTPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-FILE-STATUS.
           SELECT OUT-PART-4 ASSIGN TO "OUTPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PART-FILE-STATUS.
           SELECT COMB-REPORT ASSIGN TO "COMBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIBONACCI-OUT-FILE ASSIGN TO "FIBOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROOF-REPORT ASSIGN TO "PARTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUD-PART-1 ASSIGN TO "AUDPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT AUD-PART-2 ASSIGN TO "AUDPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT AUD-PART-3 ASSIGN TO "AUDPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT AUD-PART-4 ASSIGN TO "AUDPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RSL-PART-1 ASSIGN TO "RSLPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RSL-PART-2 ASSIGN TO "RSLPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RSL-PART-3 ASSIGN TO "RSLPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RSL-PART-4 ASSIGN TO "RSLPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT MSG-PART-1 ASSIGN TO "MSGPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT MSG-PART-2 ASSIGN TO "MSGPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT MSG-PART-3 ASSIGN TO "MSGPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT MSG-PART-4 ASSIGN TO "MSGPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT ALT-PART-1 ASSIGN TO "ALTPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT ALT-PART-2 ASSIGN TO "ALTPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT ALT-PART-3 ASSIGN TO "ALTPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT ALT-PART-4 ASSIGN TO "ALTPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RUN-PART-1 ASSIGN TO "RUNPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RUN-PART-2 ASSIGN TO "RUNPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RUN-PART-3 ASSIGN TO "RUNPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT RUN-PART-4 ASSIGN TO "RUNPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT SUS-PART-1 ASSIGN TO "SUSPRT1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT SUS-PART-2 ASSIGN TO "SUSPRT2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT SUS-PART-3 ASSIGN TO "SUSPRT3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT SUS-PART-4 ASSIGN TO "SUSPRT4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT MESSAGE-LOG-FILE ASSIGN TO "MSGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARTITION-MAP-FILE
           RECORDING MODE IS F.
           COPY "partmap.cpy".

      * EACH PARTITION'S OWN COMBRPT PRINT OR FIBOUT FILE, WHICHEVER
      * PROGRAM THE PARTITIONS RAN.
       FD  OUT-PART-1
           RECORDING MODE IS F.
       01  OUT-PART-1-RECORD          PIC X(132).
       FD  OUT-PART-2
           RECORDING MODE IS F.
       01  OUT-PART-2-RECORD          PIC X(132).
       FD  OUT-PART-3
           RECORDING MODE IS F.
       01  OUT-PART-3-RECORD          PIC X(132).
       FD  OUT-PART-4
           RECORDING MODE IS F.
       01  OUT-PART-4-RECORD          PIC X(132).

       FD  COMB-REPORT
           RECORDING MODE IS F.
       01  COMB-REPORT-LINE            PIC X(100).

       FD  FIBONACCI-OUT-FILE
           RECORDING MODE IS F.
       01  FIBONACCI-OUT-RECORD.
           05  FIBOUT-TYPE          PIC X(01).
           05  FIBOUT-SEQ           PIC 9(05).
           05  FIBOUT-VALUE         PIC 9(21)V9(1).
           05  FIBOUT-COUNT         PIC 9(05).
           05  FIBOUT-CHECKSUM      PIC 9(21)V9(1).
           05  FIBOUT-PATTERN       PIC X(08).

       FD  PROOF-REPORT
           RECORDING MODE IS F.
       01  PROOF-LINE                  PIC X(132).

       FD  AUD-PART-1
           RECORDING MODE IS F.
       01  AUD-PART-1-RECORD          PIC X(132).
       FD  AUD-PART-2
           RECORDING MODE IS F.
       01  AUD-PART-2-RECORD          PIC X(132).
       FD  AUD-PART-3
           RECORDING MODE IS F.
       01  AUD-PART-3-RECORD          PIC X(132).
       FD  AUD-PART-4
           RECORDING MODE IS F.
       01  AUD-PART-4-RECORD          PIC X(132).

       FD  RSL-PART-1
           RECORDING MODE IS F.
       01  RSL-PART-1-RECORD          PIC X(132).
       FD  RSL-PART-2
           RECORDING MODE IS F.
       01  RSL-PART-2-RECORD          PIC X(132).
       FD  RSL-PART-3
           RECORDING MODE IS F.
       01  RSL-PART-3-RECORD          PIC X(132).
       FD  RSL-PART-4
           RECORDING MODE IS F.
       01  RSL-PART-4-RECORD          PIC X(132).

       FD  MSG-PART-1
           RECORDING MODE IS F.
       01  MSG-PART-1-RECORD          PIC X(132).
       FD  MSG-PART-2
           RECORDING MODE IS F.
       01  MSG-PART-2-RECORD          PIC X(132).
       FD  MSG-PART-3
           RECORDING MODE IS F.
       01  MSG-PART-3-RECORD          PIC X(132).
       FD  MSG-PART-4
           RECORDING MODE IS F.
       01  MSG-PART-4-RECORD          PIC X(132).

       FD  ALT-PART-1
           RECORDING MODE IS F.
       01  ALT-PART-1-RECORD          PIC X(132).
       FD  ALT-PART-2
           RECORDING MODE IS F.
       01  ALT-PART-2-RECORD          PIC X(132).
       FD  ALT-PART-3
           RECORDING MODE IS F.
       01  ALT-PART-3-RECORD          PIC X(132).
       FD  ALT-PART-4
           RECORDING MODE IS F.
       01  ALT-PART-4-RECORD          PIC X(132).

       FD  RUN-PART-1
           RECORDING MODE IS F.
       01  RUN-PART-1-RECORD          PIC X(132).
       FD  RUN-PART-2
           RECORDING MODE IS F.
       01  RUN-PART-2-RECORD          PIC X(132).
       FD  RUN-PART-3
           RECORDING MODE IS F.
       01  RUN-PART-3-RECORD          PIC X(132).
       FD  RUN-PART-4
           RECORDING MODE IS F.
       01  RUN-PART-4-RECORD          PIC X(132).

       FD  SUS-PART-1
           RECORDING MODE IS F.
       01  SUS-PART-1-RECORD          PIC X(132).
       FD  SUS-PART-2
           RECORDING MODE IS F.
       01  SUS-PART-2-RECORD          PIC X(132).
       FD  SUS-PART-3
           RECORDING MODE IS F.
       01  SUS-PART-3-RECORD          PIC X(132).
       FD  SUS-PART-4
           RECORDING MODE IS F.
       01  SUS-PART-4-RECORD          PIC X(132).

       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-OUT-RECORD            PIC X(132).

       FD  RESULT-FILE
           RECORDING MODE IS F.
       01  RESULT-OUT-RECORD           PIC X(132).

       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F.
       01  MESSAGE-OUT-RECORD          PIC X(132).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-OUT-RECORD            PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       01  RUN-CONTROL-OUT-RECORD      PIC X(132).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
       01  SUSPENSE-OUT-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.

         77 merge-source PIC X(08) VALUE SPACES.
           88 merge-comb                VALUE "COMBREQ".
           88 merge-fib                 VALUE "FIBREQ".
         77 part-x PIC 9(01).
         77 part-count PIC 9(01) VALUE 0.
         77 map-x PIC 9(05).
         77 map-count PIC 9(05) VALUE 0.
         77 split-total-cards PIC 9(05) VALUE 0.
         77 split-total-work PIC 9(09) VALUE 0.
         77 split-date PIC X(08) VALUE SPACES.
         77 split-time PIC X(06) VALUE SPACES.
         77 line-no PIC 9(07).
         77 section-count PIC 9(05).
      * THE SECTION CHECKSUM USES EXACTLY THE PICTURE THE GENERATOR
      * ACCUMULATES INTO, AS FIBVERFY'S DOES, SO A SECTION WHOSE
      * TOTAL WRAPPED IN THE GENERATOR WRAPS THE SAME WAY HERE.
         77 section-sum PIC 9(21)V9(1) COMP-3.
         77 sum-map-cards PIC 9(05) VALUE 0.
         77 sum-units PIC 9(05) VALUE 0.
         77 sum-results PIC 9(05) VALUE 0.
         77 sum-records PIC 9(07) VALUE 0.
         77 sum-checksum PIC 9(26)V9(1) COMP-3 VALUE 0.
         77 merged-units PIC 9(05) VALUE 0.
         77 merged-records PIC 9(07) VALUE 0.
         77 merged-results PIC 9(05) VALUE 0.
         77 merged-checksum PIC 9(26)V9(1) COMP-3 VALUE 0.
         77 merged-heading PIC X(100).
         77 spool-x PIC 9(01).
         77 lowest-x PIC 9(01).
         77 lowest-key PIC X(14).
         77 open-spool-count PIC 9(01).
         77 aud-fold-count PIC 9(07) VALUE 0.
         77 msg-fold-count PIC 9(07) VALUE 0.
         77 alt-fold-count PIC 9(07) VALUE 0.
         77 run-fold-count PIC 9(07) VALUE 0.
         77 sus-fold-count PIC 9(07) VALUE 0.
         77 map-eof-sw PIC X(01) VALUE "N".
           88 map-eof                   VALUE "Y".
         77 totals-seen-sw PIC X(01) VALUE "N".
           88 totals-seen               VALUE "Y".
         77 proof-failed-sw PIC X(01) VALUE "N".
           88 proof-failed              VALUE "Y".
         77 merge-done-sw PIC X(01) VALUE "N".
           88 merge-done                VALUE "Y".
         77 in-section-sw PIC X(01) VALUE "N".
           88 in-section                VALUE "Y".
         77 heading-next-sw PIC X(01) VALUE "N".
           88 heading-next              VALUE "Y".
         77 headings-written-sw PIC X(01) VALUE "N".
           88 headings-written          VALUE "Y".
         77 unit-done-sw PIC X(01).
           88 unit-done                 VALUE "Y".
         77 result-eof-sw PIC X(01).
           88 result-eof                VALUE "Y".

      * THE PARTITION EACH ORIGINAL CARD WAS DEALT TO, BY ITS
      * POSITION IN THE UNSPLIT FILE - THE ORDER THE MERGE WALKS.
         01 map-partition-table.
           05  MP-PARTITION         PIC 9(01) OCCURS 99999 TIMES.

      * ONE ROW PER PARTITION - WHAT THE SPLIT SAID IT WROTE, WHAT
      * THE MAP SAYS, AND WHAT THE PARTITION'S OUTPUT AND RESULT
      * SPOOL ACTUALLY HOLD. UNITS ARE REPORT DETAIL LINES FOR
      * COMBREQ AND FIBOUT SECTIONS FOR FIBREQ.
         01 partition-proof-table.
           05  PP-ENTRY OCCURS 4 TIMES.
               10  PP-SPLIT-CARDS   PIC 9(05).
               10  PP-SPLIT-WORK    PIC 9(09).
               10  PP-MAP-CARDS     PIC 9(05).
               10  PP-UNITS         PIC 9(05).
               10  PP-RESULTS       PIC 9(05).
               10  PP-RECORDS       PIC 9(07).
               10  PP-CHECKSUM      PIC 9(26)V9(1) COMP-3.
               10  PP-BROKEN        PIC X(01).
               10  PP-OPEN          PIC X(01).
               10  PP-EOF           PIC X(01).
               10  PP-RSL-OPEN      PIC X(01).
               10  PP-RSL-EOF       PIC X(01).
               10  PP-HEADING       PIC X(100).
               10  PP-STATUS        PIC X(30).

      * ONE ROW PER PARTITION SPOOL IN FLIGHT FOR THE TIMESTAMP
      * MERGE OF AUDIT AND MESSAGE RECORDS, AS SPOOLMRG KEEPS IT.
         01 spool-state-table.
           05  SP-ENTRY OCCURS 4 TIMES.
               10  SP-OPEN          PIC X(01).
               10  SP-EOF           PIC X(01).
               10  SP-KEY           PIC X(14).
               10  SP-RECORD        PIC X(132).

         01 part-line                 PIC X(132).
         01 fib-in-record.
           05  FI-TYPE              PIC X(01).
           05  FI-SEQ               PIC 9(05).
           05  FI-VALUE             PIC 9(21)V9(1).
           05  FI-COUNT             PIC 9(05).
           05  FI-CHECKSUM          PIC 9(21)V9(1).
           05  FI-PATTERN           PIC X(08).

         01 MAP-FILE-STATUS           PIC X(02).
         01 PART-FILE-STATUS          PIC X(02).
         01 SPOOL-FILE-STATUS         PIC X(02).
         01 OUT-FILE-STATUS           PIC X(02).

         01 report-heading-1.
           05  FILLER               PIC X(29)
               VALUE "PARTITION MERGE PROOF - ".
           05  RH-SOURCE            PIC X(08).
           05  FILLER               PIC X(16)
               VALUE " SPLIT ON DATE ".
           05  RH-SPLIT-DATE        PIC X(08).
           05  FILLER               PIC X(06) VALUE " TIME ".
           05  RH-SPLIT-TIME        PIC X(06).

         01 report-heading-2.
           05  FILLER               PIC X(10) VALUE "  PART".
           05  FILLER               PIC X(07) VALUE "  CARDS".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE " EST WORK".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "  UNITS".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "RESULTS".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE "RECORDS".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(28)
               VALUE "                    CHECKSUM".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "STATUS".

         01 proof-detail-line.
           05  FILLER               PIC X(02).
           05  PD-LABEL             PIC X(08).
           05  PD-CARDS             PIC ZZZZZZ9.
           05  FILLER               PIC X(02).
           05  PD-WORK              PIC ZZZZZZZZ9.
           05  FILLER               PIC X(02).
           05  PD-UNITS             PIC ZZZZZZ9.
           05  FILLER               PIC X(02).
           05  PD-RESULTS           PIC ZZZZZZ9.
           05  FILLER               PIC X(02).
           05  PD-RECORDS           PIC ZZZZZZ9.
           05  FILLER               PIC X(02).
           05  PD-CHECKSUM          PIC Z(25)9.9.
           05  FILLER               PIC X(02).
           05  PD-STATUS            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * PUTS A PARTITIONED COMBCALC OR Fibonacci RUN BACK TOGETHER.
      * REQSPLIT DEALT ONE REQUEST FILE OUT INTO UP TO FOUR
      * PARTITIONS AND LEFT A MAP OF WHERE EVERY CARD WENT; EACH
      * PARTITION RAN AS ITS OWN COPY OF THE PROGRAM WITH ITS OWN
      * OUTPUT AND SPOOLS. THIS STEP FIRST PROVES THE PARTITIONS -
      * THE MAP ADDS BACK TO THE SPLIT TOTALS, EVERY PARTITION
      * ANSWERED EVERY CARD IT WAS GIVEN, EVERY FIBOUT SECTION IS
      * COMPLETE AND AGREES WITH ITS TRAILER. ONLY THEN DOES IT WRITE
      * THE ONE COMBRPT OR FIBOUT IN THE ORIGINAL REQUEST ORDER,
      * PROVE THAT THE MERGED FILE ADDS BACK TO THE PARTITIONS, AND
      * FOLD THE PARTITION SPOOLS INTO THE PROGRAM'S OWN SPOOLS FOR
      * SPOOLMRG TO COLLECT AS IF ONE STEP HAD RUN. A PROOF THAT
      * FAILS LEAVES EVERY PARTITION SPOOL WHERE IT IS AND ENDS RC 8,
      * SO A PARTITION CAN BE RESUMED OR RERUN AND THE MERGE RUN
      * AGAIN.
           PERFORM 1000-LOAD-PARTITION-MAP
           PERFORM 2000-PROVE-PARTITIONS
           IF NOT proof-failed
               PERFORM 3000-WRITE-MERGED-OUTPUT
               PERFORM 3900-PROVE-MERGED-OUTPUT
           END-IF
           IF NOT proof-failed
               PERFORM 4000-FOLD-RESULT-SPOOLS
               PERFORM 4200-FOLD-AUDIT-SPOOLS
               PERFORM 4500-FOLD-RUN-SPOOLS
               IF merge-comb
                   PERFORM 4600-FOLD-SUSPENSE-SPOOLS
               ELSE
                   PERFORM 4300-FOLD-MESSAGE-SPOOLS
                   PERFORM 4400-FOLD-ALERT-SPOOLS
               END-IF
               PERFORM 4900-CLEAR-PARTITION-SPOOLS
               SET merge-done TO TRUE
           END-IF
           PERFORM 7000-PRINT-PROOF-REPORT
           IF merge-done
               DISPLAY "PARTMRG - " merge-source " " merged-units
                   " REQUESTS MERGED - RESULT " merged-results
                   " AUDIT " aud-fold-count
                   " MESSAGE " msg-fold-count
                   " ALERT " alt-fold-count
                   " RUNCTL " run-fold-count
                   " SUSPENSE " sus-fold-count " RECORDS FOLDED"
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "PARTMRG - PARTITIONS DO NOT ADD BACK - "
                   "NOTHING FOLDED, SEE PARTRPT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-PARTITION-MAP.
           MOVE 0 TO part-x
           PERFORM 1050-CLEAR-ONE-PARTITION
               UNTIL part-x >= 4
           OPEN INPUT PARTITION-MAP-FILE
           IF MAP-FILE-STATUS NOT = "00"
               DISPLAY "PARTMRG - PARTITION MAP NOT AVAILABLE, STATUS "
                   MAP-FILE-STATUS
               SET proof-failed TO TRUE
           ELSE
               PERFORM 1100-TAKE-ONE-MAP-RECORD
                   UNTIL map-eof
               CLOSE PARTITION-MAP-FILE
           END-IF
           IF NOT totals-seen
               DISPLAY "PARTMRG - PARTITION MAP HAS NO CONTROL TOTALS"
               SET proof-failed TO TRUE
           END-IF
           IF map-count NOT = split-total-cards
               DISPLAY "PARTMRG - MAP HOLDS " map-count
                   " CARDS, SPLIT TOTAL SAYS " split-total-cards
               SET proof-failed TO TRUE
           END-IF
           IF NOT merge-comb AND NOT merge-fib
               DISPLAY "PARTMRG - PARTITION MAP SOURCE " merge-source
                   " NOT RECOGNISED"
               SET proof-failed TO TRUE
           END-IF.

       1050-CLEAR-ONE-PARTITION.
           ADD 1 TO part-x
           MOVE 0 TO PP-SPLIT-CARDS (part-x)
           MOVE 0 TO PP-SPLIT-WORK (part-x)
           MOVE 0 TO PP-MAP-CARDS (part-x)
           MOVE 0 TO PP-UNITS (part-x)
           MOVE 0 TO PP-RESULTS (part-x)
           MOVE 0 TO PP-RECORDS (part-x)
           MOVE 0 TO PP-CHECKSUM (part-x)
           MOVE "N" TO PP-BROKEN (part-x)
           MOVE "N" TO PP-OPEN (part-x)
           MOVE "Y" TO PP-EOF (part-x)
           MOVE "N" TO PP-RSL-OPEN (part-x)
           MOVE "Y" TO PP-RSL-EOF (part-x)
           MOVE SPACES TO PP-HEADING (part-x)
           MOVE SPACES TO PP-STATUS (part-x).

       1100-TAKE-ONE-MAP-RECORD.
           READ PARTITION-MAP-FILE
               AT END SET map-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN PM-MAP-ENTRY
                           PERFORM 1200-TAKE-MAP-ENTRY
                       WHEN PM-CONTROL-TOTALS
                           PERFORM 1300-TAKE-CONTROL-TOTALS
                   END-EVALUATE
           END-READ.

       1200-TAKE-MAP-ENTRY.
      * THE MAP MUST RUN 1, 2, 3 ... IN ORIGINAL ORDER, AND WITHIN
      * EACH PARTITION 1, 2, 3 ... AS THE SPLIT WROTE THE CARDS -
      * ANYTHING ELSE MEANS THE MAP IS NOT THE ONE THIS SPLIT WROTE.
           ADD 1 TO map-count
           MOVE PM-SOURCE TO merge-source
           IF PM-ORIG-SEQ NOT = map-count
               OR PM-PARTITION IS NOT NUMERIC
               OR PM-PARTITION < 1 OR PM-PARTITION > 4
               DISPLAY "PARTMRG - PARTITION MAP OUT OF SEQUENCE AT "
                   "CARD " map-count
               SET proof-failed TO TRUE
           ELSE
               MOVE PM-PARTITION TO part-x
               ADD 1 TO PP-MAP-CARDS (part-x)
               MOVE part-x TO MP-PARTITION (map-count)
               IF PM-PART-SEQ NOT = PP-MAP-CARDS (part-x)
                   DISPLAY "PARTMRG - PARTITION MAP OUT OF SEQUENCE "
                       "AT CARD " map-count
                   SET proof-failed TO TRUE
               END-IF
           END-IF.

       1300-TAKE-CONTROL-TOTALS.
           SET totals-seen TO TRUE
           MOVE PM-SOURCE TO merge-source
           MOVE PM-SPLIT-DATE TO split-date
           MOVE PM-SPLIT-TIME TO split-time
           MOVE PM-TOTAL-CARDS TO split-total-cards
           MOVE PM-TOTAL-WORK TO split-total-work
           MOVE PM-PART-COUNT TO part-count
           MOVE 0 TO part-x
           PERFORM 1310-TAKE-ONE-PARTITION-TOTAL
               UNTIL part-x >= 4.

       1310-TAKE-ONE-PARTITION-TOTAL.
           ADD 1 TO part-x
           MOVE PM-PART-CARDS (part-x) TO PP-SPLIT-CARDS (part-x)
           MOVE PM-PART-WORK (part-x) TO PP-SPLIT-WORK (part-x).

       2000-PROVE-PARTITIONS.
           MOVE 0 TO part-x
           PERFORM 2100-PROVE-ONE-PARTITION
               UNTIL part-x >= 4.

       2100-PROVE-ONE-PARTITION.
      * A PARTITION THAT WAS GIVEN NO CARDS MAY HAVE NO OUTPUT AT
      * ALL; ONE THAT WAS GIVEN CARDS MUST HAVE ANSWERED EVERY ONE.
           ADD 1 TO part-x
           MOVE 0 TO line-no
           MOVE "N" TO in-section-sw
           MOVE "N" TO heading-next-sw
           PERFORM 8400-OPEN-PARTITION-OUTPUT
           PERFORM 8500-READ-PARTITION-OUTPUT
           PERFORM 2200-TALLY-ONE-OUTPUT-RECORD
               UNTIL PP-EOF (part-x) = "Y"
           IF in-section
               MOVE "Y" TO PP-BROKEN (part-x)
           END-IF
           PERFORM 8600-CLOSE-PARTITION-OUTPUT
           PERFORM 8700-OPEN-PARTITION-RESULTS
           PERFORM 8800-READ-PARTITION-RESULT
           PERFORM 2400-COUNT-ONE-RESULT
               UNTIL PP-RSL-EOF (part-x) = "Y"
           PERFORM 8900-CLOSE-PARTITION-RESULTS
           PERFORM 2500-JUDGE-PARTITION
           ADD PP-MAP-CARDS (part-x) TO sum-map-cards
           ADD PP-UNITS (part-x) TO sum-units
           ADD PP-RESULTS (part-x) TO sum-results
           ADD PP-RECORDS (part-x) TO sum-records
           ADD PP-CHECKSUM (part-x) TO sum-checksum.

       2200-TALLY-ONE-OUTPUT-RECORD.
           ADD 1 TO PP-RECORDS (part-x)
           IF merge-comb
               PERFORM 2250-TALLY-REPORT-LINE
           ELSE
               PERFORM 2300-TALLY-FIBOUT-RECORD
           END-IF
           PERFORM 8500-READ-PARTITION-OUTPUT.

       2250-TALLY-REPORT-LINE.
      * THE PRINT IS TWO PAGE-HEADING LINES, THEN ONE DETAIL LINE PER
      * CARD, WITH A BLANK LINE AND A SECTION HEADING WHEREVER THE
      * REQUEST TYPE CHANGES.
           ADD 1 TO line-no
           EVALUATE TRUE
               WHEN line-no <= 2
                   CONTINUE
               WHEN part-line = SPACES
                   SET heading-next TO TRUE
               WHEN heading-next
                   MOVE "N" TO heading-next-sw
               WHEN OTHER
                   ADD 1 TO PP-UNITS (part-x)
           END-EVALUATE.

       2300-TALLY-FIBOUT-RECORD.
      * THE SAME SECTION RULES FIBVERFY APPLIES - A HEADER INSIDE AN
      * OPEN SECTION, A DETAIL OR TRAILER OUTSIDE ONE, OR A TRAILER
      * THAT DISAGREES WITH ITS OWN DETAILS BREAKS THE PARTITION.
           MOVE part-line TO fib-in-record
           EVALUATE FI-TYPE
               WHEN "H"
                   IF in-section
                       MOVE "Y" TO PP-BROKEN (part-x)
                   END-IF
                   SET in-section TO TRUE
                   MOVE 0 TO section-count
                   MOVE 0 TO section-sum
               WHEN "D"
                   IF NOT in-section
                       MOVE "Y" TO PP-BROKEN (part-x)
                   ELSE
                       ADD 1 TO section-count
                       ADD FI-VALUE TO section-sum
                   END-IF
               WHEN "T"
                   IF NOT in-section
                       OR FI-COUNT NOT = section-count
                       OR FI-CHECKSUM NOT = section-sum
                       MOVE "Y" TO PP-BROKEN (part-x)
                   ELSE
                       ADD 1 TO PP-UNITS (part-x)
                       ADD FI-CHECKSUM TO PP-CHECKSUM (part-x)
                   END-IF
                   MOVE "N" TO in-section-sw
               WHEN OTHER
                   MOVE "Y" TO PP-BROKEN (part-x)
           END-EVALUATE.

       2400-COUNT-ONE-RESULT.
           ADD 1 TO PP-RESULTS (part-x)
           PERFORM 8800-READ-PARTITION-RESULT.

       2500-JUDGE-PARTITION.
      * COMBCALC WRITES ONE RESULT RECORD PER CARD, REJECTED OR NOT;
      * Fibonacci ONE PER COMPLETED SECTION - SO EITHER WAY A PROVEN
      * PARTITION HOLDS EXACTLY AS MANY UNITS AND RESULTS AS IT WAS
      * GIVEN CARDS. A Fibonacci PARTITION STOPPED BY OPERATOR
      * REQUEST SHOWS AS AN INCOMPLETE SECTION UNTIL IT IS RESUMED.
           EVALUATE TRUE
               WHEN PP-MAP-CARDS (part-x) NOT = PP-SPLIT-CARDS (part-x)
                   MOVE "MAP DISAGREES WITH SPLIT" TO PP-STATUS (part-x)
               WHEN PP-RECORDS (part-x) = 0
                   AND PP-MAP-CARDS (part-x) > 0
                   MOVE "OUTPUT MISSING" TO PP-STATUS (part-x)
               WHEN PP-BROKEN (part-x) = "Y"
                   MOVE "SECTION INCOMPLETE OR BAD"
                       TO PP-STATUS (part-x)
               WHEN PP-UNITS (part-x) NOT = PP-MAP-CARDS (part-x)
                   MOVE "OUTPUT COUNT DISAGREES"
                       TO PP-STATUS (part-x)
               WHEN PP-RESULTS (part-x) NOT = PP-MAP-CARDS (part-x)
                   MOVE "RESULT COUNT DISAGREES"
                       TO PP-STATUS (part-x)
               WHEN OTHER
                   MOVE "PROVEN" TO PP-STATUS (part-x)
           END-EVALUATE
           IF PP-STATUS (part-x) NOT = "PROVEN"
               SET proof-failed TO TRUE
           END-IF.

       3000-WRITE-MERGED-OUTPUT.
      * WALKS THE MAP IN ORIGINAL ORDER, TAKING EACH CARD'S ANSWER
      * FROM THE NEXT UNIT OF THE PARTITION IT WENT TO - WITHIN A
      * PARTITION THE CARDS KEPT THEIR ORIGINAL ORDER, SO EACH
      * PARTITION IS READ STRAIGHT THROUGH ONCE.
           IF merge-comb
               OPEN OUTPUT COMB-REPORT
           ELSE
               OPEN OUTPUT FIBONACCI-OUT-FILE
           END-IF
           MOVE 0 TO part-x
           PERFORM 3050-REOPEN-ONE-PARTITION
               UNTIL part-x >= 4
           MOVE 0 TO map-x
           PERFORM 3100-MERGE-ONE-REQUEST
               UNTIL map-x >= map-count
           IF merge-comb
               CLOSE COMB-REPORT
           ELSE
               CLOSE FIBONACCI-OUT-FILE
           END-IF
           MOVE 0 TO part-x
           PERFORM 3060-CLOSE-ONE-PARTITION
               UNTIL part-x >= 4.

       3050-REOPEN-ONE-PARTITION.
      * A COMBRPT PARTITION OPENS WITH THE TWO PAGE-HEADING LINES.
      * THE FIRST PARTITION'S PAIR HEADS THE MERGED PRINT; EVERY
      * PARTITION STARTS UNDER THE NCR/NPR HEADING, WHICH IS THE
      * SECOND LINE WITHOUT ITS REQUEST-ID CAPTION.
           ADD 1 TO part-x
           PERFORM 8400-OPEN-PARTITION-OUTPUT
           IF merge-comb AND PP-OPEN (part-x) = "Y"
               PERFORM 8500-READ-PARTITION-OUTPUT
               IF NOT headings-written
                   WRITE COMB-REPORT-LINE FROM part-line
               END-IF
               PERFORM 8500-READ-PARTITION-OUTPUT
               MOVE part-line TO PP-HEADING (part-x)
               MOVE SPACES TO PP-HEADING (part-x) (59:42)
               IF NOT headings-written
                   WRITE COMB-REPORT-LINE FROM part-line
                   MOVE PP-HEADING (part-x) TO merged-heading
                   ADD 2 TO merged-records
                   SET headings-written TO TRUE
               END-IF
           END-IF.

       3060-CLOSE-ONE-PARTITION.
           ADD 1 TO part-x
           PERFORM 8600-CLOSE-PARTITION-OUTPUT.

       3100-MERGE-ONE-REQUEST.
           ADD 1 TO map-x
           MOVE MP-PARTITION (map-x) TO part-x
           MOVE "N" TO unit-done-sw
           IF merge-comb
               PERFORM 3200-MERGE-REPORT-LINE
                   UNTIL unit-done
           ELSE
               PERFORM 3300-MERGE-FIBOUT-RECORD
                   UNTIL unit-done
           END-IF.

       3200-MERGE-REPORT-LINE.
      * A BLANK LINE IN THE PARTITION IS FOLLOWED BY THE HEADING OF
      * THE SECTION THAT PARTITION HAS MOVED INTO. THE MERGED PRINT
      * REPEATS A HEADING ONLY WHEN IT CHANGES FROM THE ONE LAST
      * PRINTED, EXACTLY AS THE UNSPLIT RUN WOULD HAVE.
           PERFORM 8500-READ-PARTITION-OUTPUT
           IF PP-EOF (part-x) = "Y"
               SET unit-done TO TRUE
           ELSE
               IF part-line = SPACES
                   PERFORM 8500-READ-PARTITION-OUTPUT
                   MOVE part-line TO PP-HEADING (part-x)
               ELSE
                   IF PP-HEADING (part-x) NOT = merged-heading
                       MOVE SPACES TO COMB-REPORT-LINE
                       WRITE COMB-REPORT-LINE
                       WRITE COMB-REPORT-LINE FROM PP-HEADING (part-x)
                       MOVE PP-HEADING (part-x) TO merged-heading
                       ADD 2 TO merged-records
                   END-IF
                   WRITE COMB-REPORT-LINE FROM part-line
                   ADD 1 TO merged-records
                   ADD 1 TO merged-units
                   SET unit-done TO TRUE
               END-IF
           END-IF.

       3300-MERGE-FIBOUT-RECORD.
      * THE H RECORD IS RENUMBERED FROM THE PARTITION'S OWN REQUEST
      * SEQUENCE TO THE CARD'S PLACE IN THE ORIGINAL FILE. THE
      * SECTION CHECKSUM IS RECOMPUTED FROM THE MERGED D RECORDS, NOT
      * COPIED FROM THE TRAILER.
           PERFORM 8500-READ-PARTITION-OUTPUT
           IF PP-EOF (part-x) = "Y"
               SET unit-done TO TRUE
           ELSE
               MOVE part-line TO fib-in-record
               MOVE fib-in-record TO FIBONACCI-OUT-RECORD
               EVALUATE FI-TYPE
                   WHEN "H"
                       MOVE map-x TO FIBOUT-SEQ
                       MOVE 0 TO section-sum
                   WHEN "D"
                       ADD FI-VALUE TO section-sum
                   WHEN "T"
                       ADD section-sum TO merged-checksum
                       ADD 1 TO merged-units
                       SET unit-done TO TRUE
               END-EVALUATE
               WRITE FIBONACCI-OUT-RECORD
               ADD 1 TO merged-records
           END-IF.

       3900-PROVE-MERGED-OUTPUT.
      * THE MERGED FILE MUST ADD BACK - ONE UNIT PER CARD IN THE
      * UNSPLIT FILE AND, FOR FIBOUT, EVERY RECORD AND EVERY UNIT
      * OF CHECKSUM THE PARTITIONS HELD.
           IF merged-units NOT = split-total-cards
               DISPLAY "PARTMRG - MERGED OUTPUT HOLDS " merged-units
                   " REQUESTS, SPLIT TOTAL SAYS " split-total-cards
               SET proof-failed TO TRUE
           END-IF
           IF merge-fib
               IF merged-records NOT = sum-records
                   DISPLAY "PARTMRG - MERGED FIBOUT RECORD COUNT "
                       "DISAGREES WITH THE PARTITIONS"
                   SET proof-failed TO TRUE
               END-IF
               IF merged-checksum NOT = sum-checksum
                   DISPLAY "PARTMRG - MERGED FIBOUT CHECKSUM "
                       "DISAGREES WITH THE PARTITIONS"
                   SET proof-failed TO TRUE
               END-IF
           END-IF.

       4000-FOLD-RESULT-SPOOLS.
      * RESULT RECORDS GO INTO THE PROGRAM'S OWN RESULT SPOOL IN THE
      * ORIGINAL REQUEST ORDER, THE SAME WALK OF THE MAP AS THE
      * MERGED OUTPUT - THE PROOF ABOVE ALREADY SHOWED EACH
      * PARTITION HOLDS ONE RESULT PER CARD.
           OPEN EXTEND RESULT-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT RESULT-FILE
           END-IF
           MOVE 0 TO part-x
           PERFORM 4010-REOPEN-ONE-RESULT-SPOOL
               UNTIL part-x >= 4
           MOVE 0 TO map-x
           PERFORM 4100-FOLD-ONE-RESULT
               UNTIL map-x >= map-count
           MOVE 0 TO part-x
           PERFORM 4020-CLOSE-ONE-RESULT-SPOOL
               UNTIL part-x >= 4
           CLOSE RESULT-FILE.

       4010-REOPEN-ONE-RESULT-SPOOL.
           ADD 1 TO part-x
           PERFORM 8700-OPEN-PARTITION-RESULTS.

       4020-CLOSE-ONE-RESULT-SPOOL.
           ADD 1 TO part-x
           PERFORM 8900-CLOSE-PARTITION-RESULTS.

       4100-FOLD-ONE-RESULT.
           ADD 1 TO map-x
           MOVE MP-PARTITION (map-x) TO part-x
           PERFORM 8800-READ-PARTITION-RESULT
           IF PP-RSL-EOF (part-x) = "N"
               WRITE RESULT-OUT-RECORD FROM part-line
               ADD 1 TO merged-results
           END-IF.

       4200-FOLD-AUDIT-SPOOLS.
           OPEN EXTEND AUDIT-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE 0 TO spool-x
           PERFORM 4210-OPEN-ONE-AUD-PART
               UNTIL spool-x >= 4
           PERFORM 8000-FIND-LOWEST-KEY
           PERFORM 4230-EMIT-LOWEST-AUD
               UNTIL open-spool-count = 0
           MOVE 0 TO spool-x
           PERFORM 4290-CLOSE-ONE-AUD-PART
               UNTIL spool-x >= 4
           CLOSE AUDIT-FILE.

       4210-OPEN-ONE-AUD-PART.
           ADD 1 TO spool-x
           MOVE "Y" TO SP-EOF (spool-x)
           MOVE "N" TO SP-OPEN (spool-x)
           EVALUATE spool-x
               WHEN 1 OPEN INPUT AUD-PART-1
               WHEN 2 OPEN INPUT AUD-PART-2
               WHEN 3 OPEN INPUT AUD-PART-3
               WHEN 4 OPEN INPUT AUD-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS = "00"
               MOVE "Y" TO SP-OPEN (spool-x)
               MOVE "N" TO SP-EOF (spool-x)
               PERFORM 4220-READ-ONE-AUD-PART
           END-IF.

       4220-READ-ONE-AUD-PART.
      * AUDIT RECORDS MERGE ON RUN DATE AND COMPLETION TIME, COLUMNS
      * 21 THROUGH 34, AS SPOOLMRG MERGES THEM.
           EVALUATE spool-x
               WHEN 1
                   READ AUD-PART-1
                       AT END MOVE "Y" TO SP-EOF (1)
                       NOT AT END
                           MOVE AUD-PART-1-RECORD TO SP-RECORD (1)
                   END-READ
               WHEN 2
                   READ AUD-PART-2
                       AT END MOVE "Y" TO SP-EOF (2)
                       NOT AT END
                           MOVE AUD-PART-2-RECORD TO SP-RECORD (2)
                   END-READ
               WHEN 3
                   READ AUD-PART-3
                       AT END MOVE "Y" TO SP-EOF (3)
                       NOT AT END
                           MOVE AUD-PART-3-RECORD TO SP-RECORD (3)
                   END-READ
               WHEN 4
                   READ AUD-PART-4
                       AT END MOVE "Y" TO SP-EOF (4)
                       NOT AT END
                           MOVE AUD-PART-4-RECORD TO SP-RECORD (4)
                   END-READ
           END-EVALUATE
           IF SP-EOF (spool-x) = "N"
               MOVE SP-RECORD (spool-x) (21:14)
                   TO SP-KEY (spool-x)
           END-IF.

       4230-EMIT-LOWEST-AUD.
           PERFORM 8000-FIND-LOWEST-KEY
           IF open-spool-count > 0
               WRITE AUDIT-OUT-RECORD FROM SP-RECORD (lowest-x)
               ADD 1 TO aud-fold-count
               MOVE lowest-x TO spool-x
               PERFORM 4220-READ-ONE-AUD-PART
           END-IF.

       4290-CLOSE-ONE-AUD-PART.
           ADD 1 TO spool-x
           IF SP-OPEN (spool-x) = "Y"
               EVALUATE spool-x
                   WHEN 1 CLOSE AUD-PART-1
                   WHEN 2 CLOSE AUD-PART-2
                   WHEN 3 CLOSE AUD-PART-3
                   WHEN 4 CLOSE AUD-PART-4
               END-EVALUATE
           END-IF.

       4300-FOLD-MESSAGE-SPOOLS.
           OPEN EXTEND MESSAGE-LOG-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT MESSAGE-LOG-FILE
           END-IF
           MOVE 0 TO spool-x
           PERFORM 4310-OPEN-ONE-MSG-PART
               UNTIL spool-x >= 4
           PERFORM 8000-FIND-LOWEST-KEY
           PERFORM 4330-EMIT-LOWEST-MSG
               UNTIL open-spool-count = 0
           MOVE 0 TO spool-x
           PERFORM 4390-CLOSE-ONE-MSG-PART
               UNTIL spool-x >= 4
           CLOSE MESSAGE-LOG-FILE.

       4310-OPEN-ONE-MSG-PART.
           ADD 1 TO spool-x
           MOVE "Y" TO SP-EOF (spool-x)
           MOVE "N" TO SP-OPEN (spool-x)
           EVALUATE spool-x
               WHEN 1 OPEN INPUT MSG-PART-1
               WHEN 2 OPEN INPUT MSG-PART-2
               WHEN 3 OPEN INPUT MSG-PART-3
               WHEN 4 OPEN INPUT MSG-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS = "00"
               MOVE "Y" TO SP-OPEN (spool-x)
               MOVE "N" TO SP-EOF (spool-x)
               PERFORM 4320-READ-ONE-MSG-PART
           END-IF.

       4320-READ-ONE-MSG-PART.
      * MESSAGES MERGE ON MESSAGE DATE AND TIME, COLUMNS 29 THROUGH 42.
           EVALUATE spool-x
               WHEN 1
                   READ MSG-PART-1
                       AT END MOVE "Y" TO SP-EOF (1)
                       NOT AT END
                           MOVE MSG-PART-1-RECORD TO SP-RECORD (1)
                   END-READ
               WHEN 2
                   READ MSG-PART-2
                       AT END MOVE "Y" TO SP-EOF (2)
                       NOT AT END
                           MOVE MSG-PART-2-RECORD TO SP-RECORD (2)
                   END-READ
               WHEN 3
                   READ MSG-PART-3
                       AT END MOVE "Y" TO SP-EOF (3)
                       NOT AT END
                           MOVE MSG-PART-3-RECORD TO SP-RECORD (3)
                   END-READ
               WHEN 4
                   READ MSG-PART-4
                       AT END MOVE "Y" TO SP-EOF (4)
                       NOT AT END
                           MOVE MSG-PART-4-RECORD TO SP-RECORD (4)
                   END-READ
           END-EVALUATE
           IF SP-EOF (spool-x) = "N"
               MOVE SP-RECORD (spool-x) (29:14)
                   TO SP-KEY (spool-x)
           END-IF.

       4330-EMIT-LOWEST-MSG.
           PERFORM 8000-FIND-LOWEST-KEY
           IF open-spool-count > 0
               WRITE MESSAGE-OUT-RECORD FROM SP-RECORD (lowest-x)
               ADD 1 TO msg-fold-count
               MOVE lowest-x TO spool-x
               PERFORM 4320-READ-ONE-MSG-PART
           END-IF.

       4390-CLOSE-ONE-MSG-PART.
           ADD 1 TO spool-x
           IF SP-OPEN (spool-x) = "Y"
               EVALUATE spool-x
                   WHEN 1 CLOSE MSG-PART-1
                   WHEN 2 CLOSE MSG-PART-2
                   WHEN 3 CLOSE MSG-PART-3
                   WHEN 4 CLOSE MSG-PART-4
               END-EVALUATE
           END-IF.

       4400-FOLD-ALERT-SPOOLS.
      * ALERTS, RUN-CONTROL PAIRS AND SUSPENDED CARDS CARRY NO
      * ORDER ANYONE DEPENDS ON - THEY ARE FOLDED PARTITION BY
      * PARTITION.
           OPEN EXTEND ALERT-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE 0 TO spool-x
           PERFORM 4410-DRAIN-ONE-ALT-PART
               UNTIL spool-x >= 4
           CLOSE ALERT-FILE.

       4410-DRAIN-ONE-ALT-PART.
           ADD 1 TO spool-x
           MOVE "N" TO result-eof-sw
           EVALUATE spool-x
               WHEN 1 OPEN INPUT ALT-PART-1
               WHEN 2 OPEN INPUT ALT-PART-2
               WHEN 3 OPEN INPUT ALT-PART-3
               WHEN 4 OPEN INPUT ALT-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS NOT = "00"
               SET result-eof TO TRUE
           END-IF
           PERFORM 4415-COPY-ONE-ALT-RECORD
               UNTIL result-eof
           IF SPOOL-FILE-STATUS NOT = "35"
               EVALUATE spool-x
                   WHEN 1 CLOSE ALT-PART-1
                   WHEN 2 CLOSE ALT-PART-2
                   WHEN 3 CLOSE ALT-PART-3
                   WHEN 4 CLOSE ALT-PART-4
               END-EVALUATE
           END-IF.

       4415-COPY-ONE-ALT-RECORD.
           EVALUATE spool-x
               WHEN 1
                   READ ALT-PART-1
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE ALERT-OUT-RECORD
                               FROM ALT-PART-1-RECORD
                           ADD 1 TO alt-fold-count
                   END-READ
               WHEN 2
                   READ ALT-PART-2
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE ALERT-OUT-RECORD
                               FROM ALT-PART-2-RECORD
                           ADD 1 TO alt-fold-count
                   END-READ
               WHEN 3
                   READ ALT-PART-3
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE ALERT-OUT-RECORD
                               FROM ALT-PART-3-RECORD
                           ADD 1 TO alt-fold-count
                   END-READ
               WHEN 4
                   READ ALT-PART-4
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE ALERT-OUT-RECORD
                               FROM ALT-PART-4-RECORD
                           ADD 1 TO alt-fold-count
                   END-READ
           END-EVALUATE.

       4500-FOLD-RUN-SPOOLS.
           OPEN EXTEND RUN-CONTROL-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE 0 TO spool-x
           PERFORM 4510-DRAIN-ONE-RUN-PART
               UNTIL spool-x >= 4
           CLOSE RUN-CONTROL-FILE.

       4510-DRAIN-ONE-RUN-PART.
           ADD 1 TO spool-x
           MOVE "N" TO result-eof-sw
           EVALUATE spool-x
               WHEN 1 OPEN INPUT RUN-PART-1
               WHEN 2 OPEN INPUT RUN-PART-2
               WHEN 3 OPEN INPUT RUN-PART-3
               WHEN 4 OPEN INPUT RUN-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS NOT = "00"
               SET result-eof TO TRUE
           END-IF
           PERFORM 4515-COPY-ONE-RUN-RECORD
               UNTIL result-eof
           IF SPOOL-FILE-STATUS NOT = "35"
               EVALUATE spool-x
                   WHEN 1 CLOSE RUN-PART-1
                   WHEN 2 CLOSE RUN-PART-2
                   WHEN 3 CLOSE RUN-PART-3
                   WHEN 4 CLOSE RUN-PART-4
               END-EVALUATE
           END-IF.

       4515-COPY-ONE-RUN-RECORD.
           EVALUATE spool-x
               WHEN 1
                   READ RUN-PART-1
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE RUN-CONTROL-OUT-RECORD
                               FROM RUN-PART-1-RECORD
                           ADD 1 TO run-fold-count
                   END-READ
               WHEN 2
                   READ RUN-PART-2
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE RUN-CONTROL-OUT-RECORD
                               FROM RUN-PART-2-RECORD
                           ADD 1 TO run-fold-count
                   END-READ
               WHEN 3
                   READ RUN-PART-3
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE RUN-CONTROL-OUT-RECORD
                               FROM RUN-PART-3-RECORD
                           ADD 1 TO run-fold-count
                   END-READ
               WHEN 4
                   READ RUN-PART-4
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE RUN-CONTROL-OUT-RECORD
                               FROM RUN-PART-4-RECORD
                           ADD 1 TO run-fold-count
                   END-READ
           END-EVALUATE.

       4600-FOLD-SUSPENSE-SPOOLS.
           OPEN EXTEND SUSPENSE-FILE
           IF OUT-FILE-STATUS = "35"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF
           MOVE 0 TO spool-x
           PERFORM 4610-DRAIN-ONE-SUS-PART
               UNTIL spool-x >= 4
           CLOSE SUSPENSE-FILE.

       4610-DRAIN-ONE-SUS-PART.
           ADD 1 TO spool-x
           MOVE "N" TO result-eof-sw
           EVALUATE spool-x
               WHEN 1 OPEN INPUT SUS-PART-1
               WHEN 2 OPEN INPUT SUS-PART-2
               WHEN 3 OPEN INPUT SUS-PART-3
               WHEN 4 OPEN INPUT SUS-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS NOT = "00"
               SET result-eof TO TRUE
           END-IF
           PERFORM 4615-COPY-ONE-SUS-RECORD
               UNTIL result-eof
           IF SPOOL-FILE-STATUS NOT = "35"
               EVALUATE spool-x
                   WHEN 1 CLOSE SUS-PART-1
                   WHEN 2 CLOSE SUS-PART-2
                   WHEN 3 CLOSE SUS-PART-3
                   WHEN 4 CLOSE SUS-PART-4
               END-EVALUATE
           END-IF.

       4615-COPY-ONE-SUS-RECORD.
           EVALUATE spool-x
               WHEN 1
                   READ SUS-PART-1
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE SUSPENSE-OUT-RECORD
                               FROM SUS-PART-1-RECORD
                           ADD 1 TO sus-fold-count
                   END-READ
               WHEN 2
                   READ SUS-PART-2
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE SUSPENSE-OUT-RECORD
                               FROM SUS-PART-2-RECORD
                           ADD 1 TO sus-fold-count
                   END-READ
               WHEN 3
                   READ SUS-PART-3
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE SUSPENSE-OUT-RECORD
                               FROM SUS-PART-3-RECORD
                           ADD 1 TO sus-fold-count
                   END-READ
               WHEN 4
                   READ SUS-PART-4
                       AT END SET result-eof TO TRUE
                       NOT AT END
                           WRITE SUSPENSE-OUT-RECORD
                               FROM SUS-PART-4-RECORD
                           ADD 1 TO sus-fold-count
                   END-READ
           END-EVALUATE.

       4900-CLEAR-PARTITION-SPOOLS.
      * SCRATCHED ONCE THEIR RECORDS ARE SAFELY IN THE PROGRAM'S OWN
      * SPOOLS - A SECOND MERGE OF THE SAME PARTITIONS THEN FINDS NO
      * RESULTS AND FAILS ITS PROOF INSTEAD OF FOLDING TWICE.
      * COMBCALC KEEPS NO MESSAGE LOG OR ALERTS AND Fibonacci NO
      * SUSPENSE, SO ONLY THE SPOOLS THE PROGRAM WRITES ARE THERE.
           OPEN OUTPUT AUD-PART-1
           CLOSE AUD-PART-1
           OPEN OUTPUT AUD-PART-2
           CLOSE AUD-PART-2
           OPEN OUTPUT AUD-PART-3
           CLOSE AUD-PART-3
           OPEN OUTPUT AUD-PART-4
           CLOSE AUD-PART-4
           OPEN OUTPUT RSL-PART-1
           CLOSE RSL-PART-1
           OPEN OUTPUT RSL-PART-2
           CLOSE RSL-PART-2
           OPEN OUTPUT RSL-PART-3
           CLOSE RSL-PART-3
           OPEN OUTPUT RSL-PART-4
           CLOSE RSL-PART-4
           OPEN OUTPUT RUN-PART-1
           CLOSE RUN-PART-1
           OPEN OUTPUT RUN-PART-2
           CLOSE RUN-PART-2
           OPEN OUTPUT RUN-PART-3
           CLOSE RUN-PART-3
           OPEN OUTPUT RUN-PART-4
           CLOSE RUN-PART-4
           IF merge-comb
               OPEN OUTPUT SUS-PART-1
               CLOSE SUS-PART-1
               OPEN OUTPUT SUS-PART-2
               CLOSE SUS-PART-2
               OPEN OUTPUT SUS-PART-3
               CLOSE SUS-PART-3
               OPEN OUTPUT SUS-PART-4
               CLOSE SUS-PART-4
           ELSE
               OPEN OUTPUT MSG-PART-1
               CLOSE MSG-PART-1
               OPEN OUTPUT MSG-PART-2
               CLOSE MSG-PART-2
               OPEN OUTPUT MSG-PART-3
               CLOSE MSG-PART-3
               OPEN OUTPUT MSG-PART-4
               CLOSE MSG-PART-4
               OPEN OUTPUT ALT-PART-1
               CLOSE ALT-PART-1
               OPEN OUTPUT ALT-PART-2
               CLOSE ALT-PART-2
               OPEN OUTPUT ALT-PART-3
               CLOSE ALT-PART-3
               OPEN OUTPUT ALT-PART-4
               CLOSE ALT-PART-4
           END-IF.

       7000-PRINT-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT
           MOVE merge-source TO RH-SOURCE
           MOVE split-date TO RH-SPLIT-DATE
           MOVE split-time TO RH-SPLIT-TIME
           WRITE PROOF-LINE FROM report-heading-1
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           WRITE PROOF-LINE FROM report-heading-2
           MOVE 0 TO part-x
           PERFORM 7100-PRINT-ONE-PARTITION
               UNTIL part-x >= 4
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           MOVE SPACES TO proof-detail-line
           MOVE "UNSPLIT" TO PD-LABEL
           MOVE split-total-cards TO PD-CARDS
           MOVE split-total-work TO PD-WORK
           WRITE PROOF-LINE FROM proof-detail-line
           MOVE SPACES TO proof-detail-line
           MOVE "PARTS" TO PD-LABEL
           MOVE sum-map-cards TO PD-CARDS
           MOVE sum-units TO PD-UNITS
           MOVE sum-results TO PD-RESULTS
           MOVE sum-records TO PD-RECORDS
           IF merge-fib
               MOVE sum-checksum TO PD-CHECKSUM
           END-IF
           WRITE PROOF-LINE FROM proof-detail-line
           IF merge-done
               MOVE SPACES TO proof-detail-line
               MOVE "MERGED" TO PD-LABEL
               MOVE merged-units TO PD-UNITS
               MOVE merged-results TO PD-RESULTS
               MOVE merged-records TO PD-RECORDS
               IF merge-fib
                   MOVE merged-checksum TO PD-CHECKSUM
               END-IF
               WRITE PROOF-LINE FROM proof-detail-line
           END-IF
           MOVE SPACES TO PROOF-LINE
           WRITE PROOF-LINE
           IF merge-comb
               MOVE "  UNITS ARE COMBRPT DETAIL LINES, ONE PER CARD"
                   TO PROOF-LINE
           ELSE
               MOVE "  UNITS ARE FIBOUT H-TO-T SECTIONS, ONE PER CARD"
                   TO PROOF-LINE
           END-IF
           WRITE PROOF-LINE
           MOVE SPACES TO PROOF-LINE
           IF merge-done
               STRING "PARTITIONS ADD BACK TO THE UNSPLIT REQUEST "
                   "FILE - MERGED IN ORIGINAL ORDER, SPOOLS FOLDED"
                   DELIMITED BY SIZE INTO PROOF-LINE
           ELSE
               STRING "PARTITIONS DO NOT ADD BACK TO THE UNSPLIT "
                   "REQUEST FILE - NOTHING FOLDED, PARTITION SPOOLS "
                   "LEFT IN PLACE"
                   DELIMITED BY SIZE INTO PROOF-LINE
           END-IF
           WRITE PROOF-LINE
           CLOSE PROOF-REPORT.

       7100-PRINT-ONE-PARTITION.
           ADD 1 TO part-x
           MOVE SPACES TO proof-detail-line
           MOVE part-x TO PD-LABEL
           MOVE PP-MAP-CARDS (part-x) TO PD-CARDS
           MOVE PP-SPLIT-WORK (part-x) TO PD-WORK
           MOVE PP-UNITS (part-x) TO PD-UNITS
           MOVE PP-RESULTS (part-x) TO PD-RESULTS
           MOVE PP-RECORDS (part-x) TO PD-RECORDS
           IF merge-fib
               MOVE PP-CHECKSUM (part-x) TO PD-CHECKSUM
           END-IF
           MOVE PP-STATUS (part-x) TO PD-STATUS
           WRITE PROOF-LINE FROM proof-detail-line.

       8000-FIND-LOWEST-KEY.
           MOVE 0 TO open-spool-count
           MOVE 0 TO lowest-x
           MOVE HIGH-VALUES TO lowest-key
           MOVE 0 TO spool-x
           PERFORM 8100-CONSIDER-ONE-SPOOL
               UNTIL spool-x >= 4.

       8100-CONSIDER-ONE-SPOOL.
           ADD 1 TO spool-x
           IF SP-EOF (spool-x) = "N"
               ADD 1 TO open-spool-count
               IF SP-KEY (spool-x) < lowest-key
                   MOVE SP-KEY (spool-x) TO lowest-key
                   MOVE spool-x TO lowest-x
               END-IF
           END-IF.

       8400-OPEN-PARTITION-OUTPUT.
           MOVE "N" TO PP-OPEN (part-x)
           MOVE "Y" TO PP-EOF (part-x)
           EVALUATE part-x
               WHEN 1 OPEN INPUT OUT-PART-1
               WHEN 2 OPEN INPUT OUT-PART-2
               WHEN 3 OPEN INPUT OUT-PART-3
               WHEN 4 OPEN INPUT OUT-PART-4
           END-EVALUATE
           IF PART-FILE-STATUS = "00"
               MOVE "Y" TO PP-OPEN (part-x)
               MOVE "N" TO PP-EOF (part-x)
           END-IF.

       8500-READ-PARTITION-OUTPUT.
           MOVE SPACES TO part-line
           IF PP-EOF (part-x) = "N"
               EVALUATE part-x
                   WHEN 1
                       READ OUT-PART-1
                           AT END MOVE "Y" TO PP-EOF (1)
                           NOT AT END
                               MOVE OUT-PART-1-RECORD TO part-line
                       END-READ
                   WHEN 2
                       READ OUT-PART-2
                           AT END MOVE "Y" TO PP-EOF (2)
                           NOT AT END
                               MOVE OUT-PART-2-RECORD TO part-line
                       END-READ
                   WHEN 3
                       READ OUT-PART-3
                           AT END MOVE "Y" TO PP-EOF (3)
                           NOT AT END
                               MOVE OUT-PART-3-RECORD TO part-line
                       END-READ
                   WHEN 4
                       READ OUT-PART-4
                           AT END MOVE "Y" TO PP-EOF (4)
                           NOT AT END
                               MOVE OUT-PART-4-RECORD TO part-line
                       END-READ
               END-EVALUATE
           END-IF.

       8600-CLOSE-PARTITION-OUTPUT.
           IF PP-OPEN (part-x) = "Y"
               EVALUATE part-x
                   WHEN 1 CLOSE OUT-PART-1
                   WHEN 2 CLOSE OUT-PART-2
                   WHEN 3 CLOSE OUT-PART-3
                   WHEN 4 CLOSE OUT-PART-4
               END-EVALUATE
               MOVE "N" TO PP-OPEN (part-x)
           END-IF.

       8700-OPEN-PARTITION-RESULTS.
           MOVE "N" TO PP-RSL-OPEN (part-x)
           MOVE "Y" TO PP-RSL-EOF (part-x)
           EVALUATE part-x
               WHEN 1 OPEN INPUT RSL-PART-1
               WHEN 2 OPEN INPUT RSL-PART-2
               WHEN 3 OPEN INPUT RSL-PART-3
               WHEN 4 OPEN INPUT RSL-PART-4
           END-EVALUATE
           IF SPOOL-FILE-STATUS = "00"
               MOVE "Y" TO PP-RSL-OPEN (part-x)
               MOVE "N" TO PP-RSL-EOF (part-x)
           END-IF.

       8800-READ-PARTITION-RESULT.
           MOVE SPACES TO part-line
           IF PP-RSL-EOF (part-x) = "N"
               EVALUATE part-x
                   WHEN 1
                       READ RSL-PART-1
                           AT END MOVE "Y" TO PP-RSL-EOF (1)
                           NOT AT END
                               MOVE RSL-PART-1-RECORD TO part-line
                       END-READ
                   WHEN 2
                       READ RSL-PART-2
                           AT END MOVE "Y" TO PP-RSL-EOF (2)
                           NOT AT END
                               MOVE RSL-PART-2-RECORD TO part-line
                       END-READ
                   WHEN 3
                       READ RSL-PART-3
                           AT END MOVE "Y" TO PP-RSL-EOF (3)
                           NOT AT END
                               MOVE RSL-PART-3-RECORD TO part-line
                       END-READ
                   WHEN 4
                       READ RSL-PART-4
                           AT END MOVE "Y" TO PP-RSL-EOF (4)
                           NOT AT END
                               MOVE RSL-PART-4-RECORD TO part-line
                       END-READ
               END-EVALUATE
           END-IF.

       8900-CLOSE-PARTITION-RESULTS.
           IF PP-RSL-OPEN (part-x) = "Y"
               EVALUATE part-x
                   WHEN 1 CLOSE RSL-PART-1
                   WHEN 2 CLOSE RSL-PART-2
                   WHEN 3 CLOSE RSL-PART-3
                   WHEN 4 CLOSE RSL-PART-4
               END-EVALUATE
               MOVE "N" TO PP-RSL-OPEN (part-x)
           END-IF.
