           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT MASTER-SCRATCH-FILE ASSIGN TO "REQMTMP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS KSDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  COMB-ARRIVAL-CARD.
           05  CA-N                PIC X(05).
           05  CA-R                PIC X(05).
      * THE REQUEST TYPE AND MULTISET GROUP COUNTS COMBCALC
      * UNDERSTANDS - BLANK OR C FOR PLAIN NCR/NPR, R REPETITION,
      * M MULTISET, D DERANGEMENTS - CARRIED THROUGH TO THE WRITTEN
      * REQUEST UNTOUCHED, AS THE FIBONACCI SEEDS ARE.
           05  CA-TYPE             PIC X(01).
           05  CA-GROUPS           PIC X(10).

       FD  PARM-ARRIVAL-FILE
           RECORDING MODE IS F.
           05  CR-N                PIC X(05).
           05  CR-R                PIC X(05).
           05  CR-REQUEST-ID       PIC X(08).
           05  CR-TYPE             PIC X(01).
           05  CR-GROUPS           PIC X(10).

       FD  PARM-REQUEST-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  MASTER-SCRATCH-FILE
           RECORDING MODE IS F.
       01  MASTER-SCRATCH-RECORD       PIC X(132).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

      * THE RESULTS-HISTORY MASTER RSLTLOAD MAINTAINS - READ FROM
      * END TO END ONCE, FOR THE PUBLISHED ANSWERS A NEW CARD CAN BE
      * ANSWERED FROM WITHOUT GOING TO THE NIGHTLY RUN.
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

       WORKING-STORAGE SECTION.

         77 ctl-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 dept-found-sw PIC X(01) VALUE "N".
           88 dept-found                VALUE "Y".
         77 history-eof-sw PIC X(01) VALUE "N".
           88 history-eof               VALUE "Y".
         77 history-found-sw PIC X(01) VALUE "N".
           88 history-found             VALUE "Y".

         77 dept-x PIC 9(02).
         77 dept-count PIC 9(02) VALUE 0.
         77 fib-count PIC 9(05) VALUE 0.
         77 comb-count PIC 9(05) VALUE 0.
         77 parm-count PIC 9(05) VALUE 0.
         77 history-count PIC 9(05) VALUE 0.
         77 online-count PIC 9(05) VALUE 0.
         77 new-card-image PIC X(30).

         77 hist-x PIC 9(04).
         77 hist-count PIC 9(04) VALUE 0.
         77 hist-max PIC 9(04) VALUE 2000.
         77 hist-dropped PIC 9(05) VALUE 0.
         77 match-program PIC X(20).
         77 match-n PIC 9(05).
         77 match-r PIC 9(05).
         77 match-type PIC X(01).

      * ONE ROW PER DISTINCT QUESTION THE HISTORY MASTER HOLDS A
      * CURRENT, GOOD ANSWER FOR - PROGRAM, N, R AND (FOR COMBCALC)
      * THE REQUEST TYPE - POINTING AT THE LATEST RUN THAT PUBLISHED
      * IT. A QUESTION THAT DOES NOT
      * FIT IN THE TABLE IS SIMPLY NOT ANSWERED FROM HISTORY; THE
      * CARD GOES TO THE NIGHTLY RUN AS IT ALWAYS DID.
         01 history-table.
           05  HT-ENTRY OCCURS 2000 TIMES.
               10  HT-PROGRAM       PIC X(20).
               10  HT-INPUT-N       PIC 9(05).
               10  HT-INPUT-R       PIC 9(05).
               10  HT-REQUEST-TYPE  PIC X(01).
               10  HT-RUN-DATE      PIC X(08).
               10  HT-VERSION       PIC 9(03).

         01 dept-table.
           05  DT-ENTRY OCCURS 10 TIMES.
               10  DT-SOURCE        PIC X(08).
         01 ARR-FILE-STATUS           PIC X(02).
         01 RMST-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 KSDS-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
      * STAMPED ON EACH CARD SO THE ANSWERS IN RESULTOUT CAN BE TIED
      * BACK TO WHO ASKED. THE STATUS STEP (REQSTAT) TURNS RECEIVED
      * INTO PROCESSED OR REJECTED AFTER THE NIGHTLY RUN.
      * A CARD ASKING EXACTLY WHAT AN EARLIER RUN ALREADY PUBLISHED
      * (SAME PROGRAM AND INPUTS, CURRENT AND GOOD ON THE RESULTS
      * HISTORY) IS SETTLED HERE AS HISTORY, POINTING AT THE VERSION
      * THAT ANSWERED IT, AND IS NOT WRITTEN TO TONIGHT'S REQUEST
      * FILE - THERE IS NO SENSE COMPUTING THE SAME ANSWER TWICE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-LOAD-DEPARTMENT-TABLE
           PERFORM 1200-FIND-NEXT-SEQUENCE
           PERFORM 1600-LOAD-HISTORY-TABLE
           OPEN OUTPUT FIB-REQUEST-FILE
           OPEN OUTPUT COMB-REQUEST-FILE
           OPEN OUTPUT PARM-REQUEST-FILE
           PERFORM 5000-RELEASE-ONLINE-REQUESTS
           PERFORM 1500-OPEN-MASTER
           PERFORM 2000-INTAKE-FIB-REQUESTS
           PERFORM 3000-INTAKE-COMB-REQUESTS
           PERFORM 4000-INTAKE-PARM-REQUESTS
           CLOSE REQUEST-MASTER-FILE
           CLOSE FIB-REQUEST-FILE
           CLOSE COMB-REQUEST-FILE
           CLOSE PARM-REQUEST-FILE
           DISPLAY "REQINTAK - REGISTERED FIB " fib-count
               " COMB " comb-count " PARM " parm-count
           DISPLAY "REQINTAK - RELEASED FROM ON-LINE ENTRY "
               online-count
           DISPLAY "REQINTAK - ANSWERED FROM HISTORY " history-count
           IF hist-dropped > 0
               DISPLAY "REQINTAK - HISTORY TABLE FULL, "
                   hist-dropped " PUBLISHED ANSWERS NOT CONSIDERED"
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

           END-IF
           PERFORM 1100-LOAD-ONE-CONTROL-CARD
               UNTIL ctl-eof
           IF CTL-FILE-STATUS NOT = "35"
               CLOSE INTAKE-CONTROL-FILE
           END-IF.

           END-IF
           PERFORM 1210-SCAN-ONE-MASTER-RECORD
               UNTIL master-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF.

           MOVE next-sequence TO NI-SEQUENCE.

       1400-WRITE-MASTER-RECORD.
      * A HISTORY ANSWER IS SETTLED THE DAY IT ARRIVES AND CARRIES
      * THE KEY OF THE PUBLISHED VERSION IT WAS ANSWERED FROM, SO
      * THE ACKNOWLEDGMENT CAN SAY WHICH RUN PUBLISHED IT.
           MOVE new-request-id TO RM-REQUEST-ID
           MOVE matched-dept TO RM-DEPT
           MOVE match-source TO RM-SOURCE
           MOVE business-date TO RM-RECEIVED-DATE
           MOVE new-card-image TO RM-CARD-IMAGE
           MOVE SPACES TO RM-ENTERED-BY
           IF history-found
               MOVE "HISTORY" TO RM-STATUS
               MOVE business-date TO RM-STATUS-DATE
               MOVE HT-PROGRAM (hist-x) TO RM-HIST-PROGRAM
               MOVE HT-RUN-DATE (hist-x) TO RM-HIST-RUN-DATE
               MOVE HT-INPUT-N (hist-x) TO RM-HIST-INPUT-N
               MOVE HT-VERSION (hist-x) TO RM-HIST-VERSION
               MOVE SPACES TO RM-RELEASED-DATE
               ADD 1 TO history-count
           ELSE
               MOVE "RECEIVED" TO RM-STATUS
               MOVE SPACES TO RM-STATUS-DATE
               MOVE SPACES TO RM-HISTORY-KEY
               MOVE business-date TO RM-RELEASED-DATE
           END-IF
           WRITE REQUEST-MASTER-RECORD.

       1500-OPEN-MASTER.
               OPEN OUTPUT REQUEST-MASTER-FILE
           END-IF.

       1600-LOAD-HISTORY-TABLE.
      * ONLY ANSWERS A NEW CARD COULD ASK FOR ARE KEPT - THE CURRENT
      * VERSION (A SUPERSEDED ONE WAS WRONG OR REPLACED), STATUS OK,
      * FROM THE THREE PROGRAMS THE REQUEST FILES FEED. A Fibonacci
      * ANSWER COUNTS ONLY FOR STANDARD SEEDS, SINCE ITS KEY DOES NOT
      * CARRY A CUSTOM SEED PAIR, AND LIKEWISE A COMBCALC MULTISET
      * ANSWER NEVER COUNTS, SINCE THE KEY DOES NOT CARRY THE GROUP
      * COUNTS. NO HISTORY MASTER MEANS EVERY CARD GOES TO THE
      * NIGHTLY RUN.
           OPEN INPUT HISTORY-KSDS-FILE
           IF KSDS-FILE-STATUS NOT = "00"
               SET history-eof TO TRUE
               DISPLAY "REQINTAK - RSLTKSDS NOT AVAILABLE, STATUS "
                   KSDS-FILE-STATUS
           END-IF
           PERFORM 1610-LOAD-ONE-HISTORY-RECORD
               UNTIL history-eof
           CLOSE HISTORY-KSDS-FILE.

       1610-LOAD-ONE-HISTORY-RECORD.
           READ HISTORY-KSDS-FILE NEXT RECORD
               AT END SET history-eof TO TRUE
               NOT AT END
                   IF RH-CURRENT-IND = "C" AND RH-STATUS = "OK"
                       AND RH-INPUT-N IS NUMERIC
                       AND RH-INPUT-R IS NUMERIC
                       IF (RH-PROGRAM = "Fibonacci"
                               AND RH-REQUEST-TYPE = "S")
                           OR (RH-PROGRAM = "COMBCALC"
                               AND RH-REQUEST-TYPE NOT = "M")
                           OR RH-PROGRAM = "FACTIT"
                           PERFORM 1620-KEEP-HISTORY-ANSWER
                       END-IF
                   END-IF
           END-READ.

       1620-KEEP-HISTORY-ANSWER.
      * THE MASTER IS IN PROGRAM AND RUN-DATE ORDER, SO A LATER
      * RECORD FOR A QUESTION ALREADY IN THE TABLE IS A LATER RUN -
      * THE POINTER MOVES FORWARD TO IT. A COMBCALC ANSWER WRITTEN
      * BEFORE THE REQUEST TYPE EXISTED IS A PLAIN NCR/NPR.
           MOVE RH-PROGRAM TO match-program
           MOVE RH-INPUT-N TO match-n
           MOVE RH-INPUT-R TO match-r
           MOVE SPACE TO match-type
           IF RH-PROGRAM = "COMBCALC"
               MOVE RH-REQUEST-TYPE TO match-type
               IF match-type = SPACE
                   MOVE "C" TO match-type
               END-IF
           END-IF
           PERFORM 1650-FIND-HISTORY-ANSWER
           IF NOT history-found
               IF hist-count < hist-max
                   ADD 1 TO hist-count
                   MOVE hist-count TO hist-x
                   MOVE RH-PROGRAM TO HT-PROGRAM (hist-x)
                   MOVE RH-INPUT-N TO HT-INPUT-N (hist-x)
                   MOVE RH-INPUT-R TO HT-INPUT-R (hist-x)
                   MOVE match-type TO HT-REQUEST-TYPE (hist-x)
                   SET history-found TO TRUE
               ELSE
                   ADD 1 TO hist-dropped
               END-IF
           END-IF
           IF history-found
               MOVE RH-RUN-DATE TO HT-RUN-DATE (hist-x)
               MOVE RH-VERSION TO HT-VERSION (hist-x)
           END-IF.

       1650-FIND-HISTORY-ANSWER.
           MOVE "N" TO history-found-sw
           MOVE 0 TO hist-x
           PERFORM 1660-MATCH-ONE-HISTORY-ROW
               UNTIL history-found OR hist-x >= hist-count.

       1660-MATCH-ONE-HISTORY-ROW.
           ADD 1 TO hist-x
           IF HT-PROGRAM (hist-x) = match-program
               AND HT-INPUT-N (hist-x) = match-n
               AND HT-INPUT-R (hist-x) = match-r
               AND HT-REQUEST-TYPE (hist-x) = match-type
               SET history-found TO TRUE
           END-IF.

       2000-INTAKE-FIB-REQUESTS.
           MOVE "N" TO arrival-eof-sw
           MOVE "FIBREQ" TO match-source
           IF ARR-FILE-STATUS NOT = "00"
               SET arrival-eof TO TRUE
           END-IF
           PERFORM 2100-INTAKE-ONE-FIB-CARD
               UNTIL arrival-eof
           IF ARR-FILE-STATUS NOT = "35"
               CLOSE FIB-ARRIVAL-FILE
           END-IF.

       2100-INTAKE-ONE-FIB-CARD.
           READ FIB-ARRIVAL-FILE
               AT END SET arrival-eof TO TRUE
               NOT AT END
                   PERFORM 1300-ASSIGN-REQUEST-ID
                   MOVE "N" TO history-found-sw
                   IF FA-N IS NUMERIC AND FA-SEED-F1 = SPACES
                       AND FA-SEED-F2 = SPACES
                       MOVE "Fibonacci" TO match-program
                       MOVE FA-N TO match-n
                       MOVE 0 TO match-r
                       MOVE SPACE TO match-type
                       PERFORM 1650-FIND-HISTORY-ANSWER
                   END-IF
                   IF NOT history-found
                       MOVE FA-N TO FR-N
                       MOVE new-request-id TO FR-REQUEST-ID
                       MOVE FA-SEED-F1 TO FR-SEED-F1
                       MOVE FA-SEED-F2 TO FR-SEED-F2
                       WRITE FIB-REQUEST-RECORD
                   END-IF
                   MOVE SPACES TO new-card-image
                   MOVE FA-N TO new-card-image (1:5)
                   MOVE FA-SEED-F1 TO new-card-image (6:10)
           IF ARR-FILE-STATUS NOT = "00"
               SET arrival-eof TO TRUE
           END-IF
           PERFORM 3100-INTAKE-ONE-COMB-CARD
               UNTIL arrival-eof
           IF ARR-FILE-STATUS NOT = "35"
               CLOSE COMB-ARRIVAL-FILE
           END-IF.

       3100-INTAKE-ONE-COMB-CARD.
      * A DERANGEMENT TAKES N ALONE, SO ITS R MAY BE BLANK. A
      * MULTISET CARD IS NEVER ANSWERED FROM HISTORY (SEE 1600), NOR
      * IS A TYPE CODE COMBCALC DOES NOT KNOW - COMBCALC SUSPENDS IT.
           READ COMB-ARRIVAL-FILE
               AT END SET arrival-eof TO TRUE
               NOT AT END
                   PERFORM 1300-ASSIGN-REQUEST-ID
                   MOVE "N" TO history-found-sw
                   MOVE CA-TYPE TO match-type
                   IF match-type = SPACE
                       MOVE "C" TO match-type
                   END-IF
                   IF CA-N IS NUMERIC
                       AND (match-type = "C" OR match-type = "R"
                           OR match-type = "D")
                       AND (CA-R IS NUMERIC
                           OR (match-type = "D" AND CA-R = SPACES))
                       MOVE "COMBCALC" TO match-program
                       MOVE CA-N TO match-n
                       MOVE 0 TO match-r
                       IF CA-R IS NUMERIC
                           MOVE CA-R TO match-r
                       END-IF
                       PERFORM 1650-FIND-HISTORY-ANSWER
                   END-IF
                   IF NOT history-found
                       MOVE CA-N TO CR-N
                       MOVE CA-R TO CR-R
                       MOVE new-request-id TO CR-REQUEST-ID
                       MOVE CA-TYPE TO CR-TYPE
                       MOVE CA-GROUPS TO CR-GROUPS
                       WRITE COMB-REQUEST-RECORD
                   END-IF
                   MOVE SPACES TO new-card-image
                   MOVE CA-N TO new-card-image (1:5)
                   MOVE CA-R TO new-card-image (6:5)
                   MOVE CA-TYPE TO new-card-image (11:1)
                   MOVE CA-GROUPS TO new-card-image (12:10)
                   PERFORM 1400-WRITE-MASTER-RECORD
                   ADD 1 TO comb-count
           END-READ.
           IF ARR-FILE-STATUS NOT = "00"
               SET arrival-eof TO TRUE
           END-IF
           PERFORM 4100-INTAKE-ONE-PARM-CARD
               UNTIL arrival-eof
           IF ARR-FILE-STATUS NOT = "35"
               CLOSE PARM-ARRIVAL-FILE
           END-IF.

       4100-INTAKE-ONE-PARM-CARD.
           READ PARM-ARRIVAL-FILE
               AT END SET arrival-eof TO TRUE
               NOT AT END
                   PERFORM 1300-ASSIGN-REQUEST-ID
                   MOVE "N" TO history-found-sw
                   IF PA-N IS NUMERIC
                       MOVE "FACTIT" TO match-program
                       MOVE PA-N TO match-n
                       MOVE 0 TO match-r
                       MOVE SPACE TO match-type
                       PERFORM 1650-FIND-HISTORY-ANSWER
                   END-IF
                   IF NOT history-found
                       MOVE PA-N TO PR-N
                       MOVE new-request-id TO PR-REQUEST-ID
                       WRITE PARM-REQUEST-RECORD
                   END-IF
                   MOVE SPACES TO new-card-image
                   MOVE PA-N TO new-card-image (1:5)
                   PERFORM 1400-WRITE-MASTER-RECORD
                   ADD 1 TO parm-count
           END-READ.

       5000-RELEASE-ONLINE-REQUESTS.
      * REQUESTS KEYED ON THE REQENTRY SCREEN ARE ALREADY ON THE
      * MASTER, STILL RECEIVED AND NOT YET RELEASED. THIS IS THE
      * NIGHTLY CUT-OFF FOR THEM - EACH ONE IS WRITTEN TO ITS
      * REQUEST FILE FROM THE CARD IMAGE UNDER ITS EXISTING ID (OR
      * SETTLED FROM HISTORY, EXACTLY AS AN ARRIVING CARD WOULD BE)
      * AND STAMPED RELEASED, AFTER WHICH THE SCREEN REFUSES TO
      * CHANGE IT. A CANCELLED ENTRY IS NOT RELEASED. THE MASTER IS
      * UPDATED THROUGH THE SCRATCH, THE SAME SHAPE REQSTAT USES.
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
           END-IF
           OPEN OUTPUT MASTER-SCRATCH-FILE
           PERFORM 5100-RELEASE-ONE-MASTER-RECORD
               UNTIL master-eof
           CLOSE REQUEST-MASTER-FILE
           CLOSE MASTER-SCRATCH-FILE
           IF online-count > 0
               MOVE "N" TO master-eof-sw
               OPEN OUTPUT REQUEST-MASTER-FILE
               OPEN INPUT MASTER-SCRATCH-FILE
               PERFORM 5300-COPY-ONE-SCRATCH-RECORD
                   UNTIL master-eof
               CLOSE MASTER-SCRATCH-FILE
               CLOSE REQUEST-MASTER-FILE
           END-IF.

       5100-RELEASE-ONE-MASTER-RECORD.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF RM-ENTERED-BY NOT = SPACES
                       AND RM-STATUS = "RECEIVED"
                       AND RM-RELEASED-DATE = SPACES
                       PERFORM 5200-RELEASE-ONE-REQUEST
                   END-IF
                   WRITE MASTER-SCRATCH-RECORD
                       FROM REQUEST-MASTER-RECORD
           END-READ.

       5200-RELEASE-ONE-REQUEST.
           MOVE "N" TO history-found-sw
           MOVE 0 TO match-r
           MOVE SPACE TO match-type
           MOVE SPACES TO match-program
           EVALUATE RM-SOURCE
               WHEN "FIBREQ"
                   IF RM-CARD-IMAGE (6:20) = SPACES
                       MOVE "Fibonacci" TO match-program
                   END-IF
               WHEN "COMBREQ"
                   MOVE RM-CARD-IMAGE (11:1) TO match-type
                   IF match-type = SPACE
                       MOVE "C" TO match-type
                   END-IF
                   IF match-type NOT = "M"
                       AND (RM-CARD-IMAGE (6:5) IS NUMERIC
                           OR (match-type = "D"
                               AND RM-CARD-IMAGE (6:5) = SPACES))
                       MOVE "COMBCALC" TO match-program
                   END-IF
                   IF RM-CARD-IMAGE (6:5) IS NUMERIC
                       MOVE RM-CARD-IMAGE (6:5) TO match-r
                   END-IF
               WHEN "PARMIN"
                   MOVE "FACTIT" TO match-program
           END-EVALUATE
           IF match-program NOT = SPACES
               MOVE RM-CARD-IMAGE (1:5) TO match-n
               PERFORM 1650-FIND-HISTORY-ANSWER
           END-IF
           IF history-found
               MOVE "HISTORY" TO RM-STATUS
               MOVE business-date TO RM-STATUS-DATE
               MOVE HT-PROGRAM (hist-x) TO RM-HIST-PROGRAM
               MOVE HT-RUN-DATE (hist-x) TO RM-HIST-RUN-DATE
               MOVE HT-INPUT-N (hist-x) TO RM-HIST-INPUT-N
               MOVE HT-VERSION (hist-x) TO RM-HIST-VERSION
               ADD 1 TO history-count
           ELSE
               EVALUATE RM-SOURCE
                   WHEN "FIBREQ"
                       MOVE RM-CARD-IMAGE (1:5) TO FR-N
                       MOVE RM-REQUEST-ID TO FR-REQUEST-ID
                       MOVE RM-CARD-IMAGE (6:10) TO FR-SEED-F1
                       MOVE RM-CARD-IMAGE (16:10) TO FR-SEED-F2
                       WRITE FIB-REQUEST-RECORD
                   WHEN "COMBREQ"
                       MOVE RM-CARD-IMAGE (1:5) TO CR-N
                       MOVE RM-CARD-IMAGE (6:5) TO CR-R
                       MOVE RM-REQUEST-ID TO CR-REQUEST-ID
                       MOVE RM-CARD-IMAGE (11:1) TO CR-TYPE
                       MOVE RM-CARD-IMAGE (12:10) TO CR-GROUPS
                       WRITE COMB-REQUEST-RECORD
                   WHEN "PARMIN"
                       MOVE RM-CARD-IMAGE (1:5) TO PR-N
                       MOVE RM-REQUEST-ID TO PR-REQUEST-ID
                       WRITE PARM-REQUEST-RECORD
               END-EVALUATE
               MOVE business-date TO RM-RELEASED-DATE
           END-IF
           ADD 1 TO online-count.

       5300-COPY-ONE-SCRATCH-RECORD.
           READ MASTER-SCRATCH-FILE INTO REQUEST-MASTER-RECORD
               AT END SET master-eof TO TRUE
               NOT AT END
                   WRITE REQUEST-MASTER-RECORD
           END-READ.
