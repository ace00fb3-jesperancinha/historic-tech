               FILE STATUS IS FIB-FILE-STATUS.
           SELECT VERIFY-REPORT ASSIGN TO "FIBVRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  VERIFY-LINE                 PIC X(80).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.

         77 source-eof-sw PIC X(01) VALUE "N".
      * ACCUMULATES INTO, SO IF THE GENERATOR'S TOTAL EVER WRAPPED,
      * THIS ONE WRAPS THE SAME WAY AND THE COMPARISON STILL HOLDS.
         77 checksum-total PIC 9(21)V9(1) COMP-3 VALUE 0.
         77 business-date PIC X(08).

         01 FIB-FILE-STATUS           PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(34)
      * H-TO-T SECTION IS RECOUNTED AND RESUMMED, EVERY HEADER MUST
      * MEET ITS TRAILER, AND ANY DISAGREEMENT ENDS RC 8 WITH A
      * DISCREPANCY REPORT. UNTIL THIS STEP EXISTED THE CONTROL
      * TOTALS WERE DECORATION. THE OUTCOME IS REGISTERED ON
      * RUN-CONTROL AGAINST THE BUSINESS CYCLE, WHERE THE
      * PUBLICATION GATE LOOKS FOR IT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0900-REGISTER-RUN-START
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-ONE-RECORD
               UNTIL source-eof
           PERFORM 3000-CHECK-FINAL-STATE
           PERFORM 9000-TERMINATE
           PERFORM 9900-REGISTER-RUN-END
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

       0900-REGISTER-RUN-START.
      * A READ-ONLY CHECK - NO DOUBLE-RUN GUARD, THE NEWEST OUTCOME
      * STANDS.
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE "FIBVERFY" TO RC-PROGRAM
           MOVE "STARTED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE 0 TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1000-INITIALIZE.
           OPEN INPUT FIBONACCI-OUT-FILE
           IF FIB-FILE-STATUS NOT = "00"
           END-IF
           CLOSE FIBONACCI-OUT-FILE
           CLOSE VERIFY-REPORT.

       9900-REGISTER-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "FIBVERFY" TO RC-PROGRAM
           MOVE "ENDED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE business-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
