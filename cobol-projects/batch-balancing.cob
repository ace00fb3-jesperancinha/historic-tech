               FILE STATUS IS FIB-FILE-STATUS.
           SELECT BALANCE-REPORT ASSIGN TO "BALRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  BALANCE-LINE                PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.

         77 bal-date PIC X(08).
         01 AUD-FILE-STATUS           PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 FIB-FILE-STATUS           PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(38)
      * RESULTOUT AND FIBOUT MATCHES WHAT THE AUDITLOG SAYS RAN THAT
      * NIGHT, SO A SHORT-WRITTEN OUTPUT FILE IS CAUGHT HERE INSTEAD
      * OF BY WHOEVER READS IT DOWNSTREAM. RC 8 WHEN ANYTHING IS OUT
      * OF LINE. THE OUTCOME IS REGISTERED ON RUN-CONTROL AGAINST THE
      * NIGHT BALANCED, WHERE THE PUBLICATION GATE LOOKS FOR IT.
           PERFORM 1000-GET-BALANCE-DATE
           IF NOT parameter-invalid
               PERFORM 0900-REGISTER-RUN-START
               PERFORM 1500-INITIALIZE-REPORT
               PERFORM 2000-BUILD-EXPECTED-FROM-AUDIT
               PERFORM 3000-COUNT-RESULT-RECORDS
               PERFORM 4000-COUNT-FIBOUT-RECORDS
               PERFORM 5000-WRITE-BALANCE-REPORT
               PERFORM 9000-TERMINATE
               PERFORM 9900-REGISTER-RUN-END
           END-IF
           STOP RUN.

       0900-REGISTER-RUN-START.
      * NO DOUBLE-RUN GUARD HERE - BALANCING ONLY READS THE SHARED
      * FILES, SO A SECOND RUN IS HARMLESS AND ITS NEWER OUTCOME
      * SIMPLY STANDS. THE STARTED RECORD STILL MAKES AN ABEND
      * VISIBLE AS AN OPEN RUN RATHER THAN AS NO RUN AT ALL.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE "BALANCE" TO RC-PROGRAM
           MOVE "STARTED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE 0 TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE bal-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1000-GET-BALANCE-DATE.
      * THE NIGHT BEING BALANCED COMES IN ON A ONE-CARD PARAMETER
      * FILE, YYYYMMDD - ONLY AUDIT AND RESULT RECORDS STAMPED WITH
      * EACH AUDIT RECORD FOR THE NIGHT CONTRIBUTES THE NUMBER OF
      * RESULTOUT RECORDS ITS PROGRAM IS KNOWN TO WRITE PER RUN -
      * FACTIT AND FibonacciRecursive ONE EACH, FACTRC ONE PER TABLE
      * ROW (0 THROUGH N), Fibonacci, COMBCALC AND BINOMIAL ONE PER
      * REQUEST PROCESSED. THE Fibonacci RECORDS ALSO ACCUMULATE HOW
      * MANY H/T SECTIONS FIBOUT SHOULD HOLD - ACCUMULATE, NOT TAKE
      * THE LAST, BECAUSE A QUIESCED RUN AND ITS RESUME EACH AUDIT
      * ONLY THEIR OWN COMPLETED REQUESTS WHILE APPENDING TO THE SAME
      * FIBOUT.
           MOVE "N" TO source-eof-sw
           OPEN INPUT AUDIT-FILE
                   SET fib-audited TO TRUE
               WHEN "COMBCALC"
                   ADD AUD-INPUT-N TO BE-EXPECTED (prog-x)
               WHEN "BINOMIAL"
                   ADD AUD-INPUT-N TO BE-EXPECTED (prog-x)
               WHEN OTHER
                   ADD 1 TO BE-EXPECTED (prog-x)
           END-EVALUATE.
           END-IF
           WRITE BALANCE-LINE
           CLOSE BALANCE-REPORT.

       9900-REGISTER-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "BALANCE" TO RC-PROGRAM
           MOVE "ENDED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE bal-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
