               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT REGRESSION-REPORT ASSIGN TO "REGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  REGRESSION-LINE             PIC X(132).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           COPY "runctl.cpy".

       WORKING-STORAGE SECTION.

         77 reg-date PIC X(08).

         01 BASE-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 RUNCTL-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(44) VALUE
      * HOUSEKEEPING TRIMS IT, AND COMPARING OLD NIGHTS AGAINST A
      * ONE-NIGHT BASELINE WOULD FAIL FOREVER AFTER THE FIRST RUN
      * PAST CERTIFICATION. THE SAME IDEA FACTRECN PROVED FOR THE
      * TWO FACTORIAL PROGRAMS, EXTENDED TO THE WHOLE SUITE. THE
      * OUTCOME IS REGISTERED ON RUN-CONTROL AGAINST THE NIGHT
      * CHECKED, SO A DEVIATION HOLDS THAT NIGHT'S PUBLICATION.
           PERFORM 0400-GET-OPERATING-LIMITS
           PERFORM 0500-GET-REGRESSION-DATE
           IF NOT parameter-invalid
               PERFORM 0900-REGISTER-RUN-START
               PERFORM 1000-INITIALIZE-REPORT
               PERFORM 2000-LOAD-BASELINE
               PERFORM 3000-COMPARE-RESULTS
               PERFORM 4000-REPORT-UNPRODUCED-BASELINE
               PERFORM 9000-TERMINATE
               PERFORM 9900-REGISTER-RUN-END
           END-IF
           STOP RUN.

               MOVE DC-DATE TO reg-date
           END-IF.

       0900-REGISTER-RUN-START.
      * A READ-ONLY CHECK - NO DOUBLE-RUN GUARD, THE NEWEST OUTCOME
      * STANDS.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           IF RUNCTL-FILE-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF
           MOVE "REGRESS" TO RC-PROGRAM
           MOVE "STARTED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE 0 TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE reg-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.

       1000-INITIALIZE-REPORT.
           OPEN OUTPUT REGRESSION-REPORT
           MOVE report-heading-1 TO REGRESSION-LINE
           END-IF
           WRITE REGRESSION-LINE
           CLOSE REGRESSION-REPORT.

       9900-REGISTER-RUN-END.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN EXTEND RUN-CONTROL-FILE
           MOVE "REGRESS" TO RC-PROGRAM
           MOVE "ENDED" TO RC-STATUS
           MOVE CD-DATE TO RC-DATE
           MOVE CD-TIME TO RC-TIME
           MOVE RETURN-CODE TO RC-RETURN-CODE
           MOVE SPACES TO RC-OPERATOR
           MOVE reg-date TO RC-CYCLE-DATE
           WRITE RUN-CONTROL-RECORD
           CLOSE RUN-CONTROL-FILE.
