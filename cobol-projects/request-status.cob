               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT ACKNOWLEDGMENT-FILE ASSIGN TO "ACKOUT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACK-HOLD-FILE ASSIGN TO "ACKHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "PUBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-KEY
               FILE STATUS IS KSDS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-SCRATCH-FILE
           RECORDING MODE IS F.
       01  MASTER-SCRATCH-RECORD       PIC X(132).

       FD  RESULT-FILE
           RECORDING MODE IS F.
      * ONE RECORD PER REGISTERED REQUEST, DEPARTMENT CODE FIRST SO
      * THE DISTRIBUTION STEP CAN SPLIT THE FILE BY DEPARTMENT - THE
      * REQUEST'S ID, WHERE IT CAME FROM, WHEN IT ARRIVED, ITS
      * OUTCOME AND THE PUBLISHED RESULT. A REQUEST ANSWERED FROM
      * HISTORY (STATUS HISTORY) ALSO NAMES THE RUN DATE AND VERSION
      * THAT PUBLISHED THE ANSWER; BOTH ARE SPACES OTHERWISE.
       01  ACKNOWLEDGMENT-RECORD.
           05  ACK-DEPT            PIC X(04).
           05  ACK-REQUEST-ID      PIC X(08).
           05  ACK-RECEIVED-DATE   PIC X(08).
           05  ACK-STATUS          PIC X(10).
           05  ACK-RESULT          PIC X(72).
           05  ACK-PUBLISHED-RUN   PIC X(08).
           05  ACK-PUBLISHED-VERSION PIC X(03).

      * A HELD NIGHT'S ACKNOWLEDGMENTS, IN THE SAME SHAPE, WAITING
      * ON AN OPERATOR'S RELEASE THROUGH PUBGATE. A HEADER RECORD
      * NAMING THE CYCLE COMES FIRST, SO A RELEASE CAN NEVER PUBLISH
      * SOME OTHER NIGHT'S LEFTOVERS.
       FD  ACK-HOLD-FILE
           RECORDING MODE IS F.
       01  ACK-HOLD-RECORD             PIC X(121).
       01  ACK-HOLD-HEADER.
           05  AHH-ID              PIC X(08).
           05  AHH-BUS-DATE        PIC X(08).
           05  FILLER              PIC X(105).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  HOLD-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "pubhold.cpy".

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

         77 processed-count PIC 9(05) VALUE 0.
         77 rejected-count PIC 9(05) VALUE 0.
         77 pending-count PIC 9(05) VALUE 0.
         77 history-count PIC 9(05) VALUE 0.
         77 history-open-sw PIC X(01) VALUE "N".
           88 history-open              VALUE "Y".
         77 hold-eof-sw PIC X(01) VALUE "N".
           88 hold-eof                  VALUE "Y".
         77 ack-held-sw PIC X(01) VALUE "N".
           88 ack-held                  VALUE "Y".
         77 ack-withdrawn-sw PIC X(01) VALUE "N".
           88 ack-withdrawn             VALUE "Y".
         77 business-date PIC X(08).

      * THE NIGHT'S ANSWERS, KEYED BY THE REQUEST ID THE COMPUTE
      * PROGRAMS NOW CARRY FROM THE REQUEST CARD INTO RESULTOUT.

         01 RMST-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 KSDS-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 HOLD-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
      * RUN, EVERY REGISTERED REQUEST STILL SITTING AT RECEIVED IS
      * MATCHED AGAINST RESULTOUT BY REQUEST ID AND MOVED TO
      * PROCESSED OR REJECTED, AND THE ACKNOWLEDGMENT FILE TELLS
      * EACH DEPARTMENT WHAT BECAME OF EVERY REQUEST IT SENT. WHEN
      * THE PUBLICATION GATE HAS HELD THE CYCLE'S ACKNOWLEDGMENTS
      * THEY GO TO ACKHOLD INSTEAD AND ACKOUT IS LEFT EMPTY, SO
      * NOTHING REACHES THE DEPARTMENTS UNTIL AN OPERATOR RELEASES
      * THEM. ACKNOWLEDGMENTS ALREADY WITHDRAWN FOR THE CYCLE ARE
      * DROPPED - ACKOUT IS LEFT EMPTY AND NOTHING IS PARKED ON
      * ACKHOLD. THE MASTER IS SETTLED EVERY WAY.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0850-CHECK-PUBLICATION-HOLD
           PERFORM 1000-LOAD-RESULT-TABLE
           PERFORM 2000-UPDATE-MASTER-STATUSES
           PERFORM 3000-REWRITE-MASTER
           DISPLAY "REQSTAT - PROCESSED " processed-count
               " REJECTED " rejected-count
               " STILL PENDING " pending-count
               " FROM HISTORY " history-count
           IF ack-held
               DISPLAY "REQSTAT - ACKNOWLEDGMENTS FOR " business-date
                   " HELD BY THE PUBLICATION GATE - WRITTEN TO "
                   "ACKHOLD"
           END-IF
           IF ack-withdrawn
               DISPLAY "REQSTAT - ACKNOWLEDGMENTS FOR " business-date
                   " WITHDRAWN BY THE PUBLICATION GATE - NOT WRITTEN"
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       0800-GET-PROCESS-DATE.
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

       0850-CHECK-PUBLICATION-HOLD.
      * THE LAST REGISTER RECORD FOR THE CYCLE'S ACKOUT IS ITS
      * CURRENT STATE. ONLY A RELEASE (OR NO RECORD AT ALL) LETS
      * THE ACKNOWLEDGMENTS OUT. HELD PARKS THEM ON ACKHOLD FOR A
      * DECISION; WITHDRAWN IS THAT DECISION ALREADY MADE, SO THEY
      * ARE DROPPED.
           OPEN INPUT HOLD-REGISTER-FILE
           IF HOLD-FILE-STATUS NOT = "00"
               SET hold-eof TO TRUE
           END-IF
           PERFORM 0860-SCAN-ONE-HOLD
               UNTIL hold-eof
           IF HOLD-FILE-STATUS NOT = "35"
               CLOSE HOLD-REGISTER-FILE
           END-IF.

       0860-SCAN-ONE-HOLD.
           READ HOLD-REGISTER-FILE
               AT END SET hold-eof TO TRUE
               NOT AT END
                   IF PH-BUS-DATE = business-date
                       AND PH-OUTPUT = "ACKOUT"
                       MOVE "N" TO ack-held-sw
                       MOVE "N" TO ack-withdrawn-sw
                       EVALUATE PH-STATUS
                           WHEN "RELEASED"
                               CONTINUE
                           WHEN "WITHDRAWN"
                               SET ack-withdrawn TO TRUE
                           WHEN OTHER
                               SET ack-held TO TRUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1000-LOAD-RESULT-TABLE.
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-STATUS NOT = "00"
           END-IF
           OPEN OUTPUT MASTER-SCRATCH-FILE
           OPEN OUTPUT ACKNOWLEDGMENT-FILE
           IF ack-held
               OPEN OUTPUT ACK-HOLD-FILE
               MOVE SPACES TO ACK-HOLD-HEADER
               MOVE "ACKHOLD" TO AHH-ID
               MOVE business-date TO AHH-BUS-DATE
               WRITE ACK-HOLD-HEADER
           END-IF
           OPEN INPUT HISTORY-KSDS-FILE
           IF KSDS-FILE-STATUS = "00"
               SET history-open TO TRUE
           END-IF
           PERFORM 2100-SETTLE-ONE-REQUEST
               UNTIL master-eof
           IF RMST-FILE-STATUS = "00"
               CLOSE REQUEST-MASTER-FILE
           END-IF
           IF history-open
               CLOSE HISTORY-KSDS-FILE
           END-IF
           CLOSE MASTER-SCRATCH-FILE
           CLOSE ACKNOWLEDGMENT-FILE
           IF ack-held
               CLOSE ACK-HOLD-FILE
           END-IF.

       2100-SETTLE-ONE-REQUEST.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE SPACES TO ACK-RESULT
                   MOVE SPACES TO ACK-PUBLISHED-RUN
                   MOVE SPACES TO ACK-PUBLISHED-VERSION
                   IF RM-STATUS = "RECEIVED"
                       PERFORM 2200-MATCH-AGAINST-RESULTS
                   ELSE
                       IF RM-STATUS = "HISTORY"
                           PERFORM 2350-FETCH-HISTORY-RESULT
                       ELSE
                           PERFORM 2300-CARRY-SETTLED-RESULT
                       END-IF
                   END-IF
                   WRITE MASTER-SCRATCH-RECORD
                       FROM REQUEST-MASTER-RECORD
               MOVE RL-RESULT (rslt-x) TO ACK-RESULT
           END-IF.

       2350-FETCH-HISTORY-RESULT.
      * A REQUEST INTAKE ANSWERED FROM HISTORY HAS NO RESULTOUT
      * RECORD - ITS ANSWER IS THE PUBLISHED VERSION THE MASTER
      * POINTS AT, READ BACK BY KEY. IF THAT VERSION CANNOT BE READ
      * THE ACKNOWLEDGMENT STILL NAMES THE RUN, WITH NO RESULT.
           ADD 1 TO history-count
           MOVE RM-HIST-RUN-DATE TO ACK-PUBLISHED-RUN
           MOVE RM-HIST-VERSION TO ACK-PUBLISHED-VERSION
           IF history-open
               MOVE RM-HIST-PROGRAM TO RH-PROGRAM
               MOVE RM-HIST-RUN-DATE TO RH-RUN-DATE
               MOVE RM-HIST-INPUT-N TO RH-INPUT-N
               MOVE RM-HIST-VERSION TO RH-VERSION
               READ HISTORY-KSDS-FILE
                   INVALID KEY
                       DISPLAY "REQSTAT - PUBLISHED VERSION NOT ON "
                           "RSLTKSDS FOR " RM-REQUEST-ID
                   NOT INVALID KEY
                       MOVE RH-RESULT TO ACK-RESULT
               END-READ
           END-IF.

       2400-WRITE-ACKNOWLEDGMENT.
           MOVE RM-DEPT TO ACK-DEPT
           MOVE RM-REQUEST-ID TO ACK-REQUEST-ID
           MOVE RM-SOURCE TO ACK-SOURCE
           MOVE RM-RECEIVED-DATE TO ACK-RECEIVED-DATE
           MOVE RM-STATUS TO ACK-STATUS
           EVALUATE TRUE
               WHEN ack-withdrawn
                   CONTINUE
               WHEN ack-held
                   WRITE ACK-HOLD-RECORD FROM ACKNOWLEDGMENT-RECORD
               WHEN OTHER
                   WRITE ACKNOWLEDGMENT-RECORD
           END-EVALUATE.

       3000-REWRITE-MASTER.
           MOVE "N" TO master-eof-sw
