       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDSBKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACTOR-KSDS-FILE ASSIGN TO "FACTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FCTKSDS-N
               FILE STATUS IS FACT-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-KEY
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCEN-FILE-STATUS.
           SELECT FACT-BACKUP-FILE ASSIGN TO "FACTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RSLT-BACKUP-FILE ASSIGN TO "RSLTBKUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCEN-BACKUP-FILE ASSIGN TO "SCENBKUP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT BACKUP-REPORT ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FACTOR-KSDS-FILE.
       01  FACTOR-KSDS-RECORD.
           05  FCTKSDS-N           PIC 9(05).
           05  FCTKSDS-FACTORIAL   PIC X(72).

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

       FD  SCENARIO-KSDS-FILE.
       01  SCENARIO-KSDS-RECORD.
           05  SCNK-KEY.
               10  SCNK-NAME       PIC X(20).
               10  SCNK-VERSION    PIC 9(03).
           05  SCNK-AMOUNT         PIC 9(09)V9(02).
           05  SCNK-PERIODS        PIC 9(05).
           05  SCNK-OWNER          PIC X(08).
           05  SCNK-EFF-DATE       PIC X(08).
           05  SCNK-STATUS         PIC X(08).
           05  SCNK-LOADED-DATE    PIC X(08).
           05  SCNK-LOADED-TIME    PIC X(06).
           05  SCNK-LOADED-BY      PIC X(08).
           05  SCNK-APPROVER       PIC X(08).
           05  SCNK-APPROVED-DATE  PIC X(08).
           05  SCNK-APPROVED-TIME  PIC X(06).
           05  SCNK-RETIRED-BY     PIC X(08).
           05  SCNK-RETIRED-DATE   PIC X(08).

       FD  FACT-BACKUP-FILE
           RECORDING MODE IS F.
       01  FACT-BACKUP-LINE            PIC X(259).

       FD  RSLT-BACKUP-FILE
           RECORDING MODE IS F.
       01  RSLT-BACKUP-LINE            PIC X(259).

       FD  SCEN-BACKUP-FILE
           RECORDING MODE IS F.
       01  SCEN-BACKUP-LINE            PIC X(259).

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  BACKUP-REPORT
           RECORDING MODE IS F.
       01  BACKUP-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.

           COPY "ksdsbkup.cpy".

         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 master-open-sw PIC X(01) VALUE "N".
           88 master-open               VALUE "Y".
         77 any-missing-sw PIC X(01) VALUE "N".
           88 any-missing               VALUE "Y".
         77 any-failed-sw PIC X(01) VALUE "N".
           88 any-failed                VALUE "Y".

         77 business-date PIC X(08).
         77 unload-count PIC 9(09) VALUE 0.
         77 key-hash PIC 9(15) VALUE 0.
         77 hash-work PIC 9(18).
         77 hash-quotient PIC 9(18).
         77 hash-x PIC 9(03).
         77 key-length PIC 9(03).
         77 key-work PIC X(40).
         77 low-key PIC X(40).
         77 high-key PIC X(40).
         77 unload-status PIC X(10).

         01 FACT-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 SCEN-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(32)
               VALUE "INDEXED MASTER BACKUP - CYCLE ".
           05  RH1-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(10) VALUE "  TAKEN ".
           05  RH1-DATE             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH1-TIME             PIC X(06).

         01 report-heading-2.
           05  FILLER               PIC X(10) VALUE "MASTER".
           05  FILLER               PIC X(12) VALUE "STATUS".
           05  FILLER               PIC X(11) VALUE "   RECORDS".
           05  FILLER               PIC X(18) VALUE "   KEY HASH".
           05  FILLER               PIC X(40) VALUE "LOW KEY".
           05  FILLER               PIC X(40) VALUE "HIGH KEY".

         01 report-detail-line.
           05  RD-FILE-ID           PIC X(10).
           05  RD-STATUS            PIC X(12).
           05  RD-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  RD-HASH              PIC 9(15).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RD-LOW-KEY           PIC X(40).
           05  RD-HIGH-KEY          PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * NIGHTLY UNLOAD OF THE THREE INDEXED MASTERS - THE CERTIFIED
      * FACTORIAL TABLE, THE VERSIONED RESULTS HISTORY AND THE
      * SCENARIO LIBRARY - EACH TO ITS OWN DATED SEQUENTIAL BACKUP
      * GENERATION IN KEY ORDER, CLOSED BY A TRAILER CARRYING THE
      * RECORD COUNT, THE KEY RANGE AND THE KEY HASH. KSDSRSTR
      * REBUILDS A MASTER FROM ANY OF THESE GENERATIONS AND PROVES
      * IT AGAINST THAT TRAILER. A MASTER THAT CANNOT BE OPENED
      * STILL GETS A BACKUP, MARKED NO FILE SO IT CAN NEVER BE
      * RESTORED OVER A GOOD ONE, AND THE RUN ENDS RC 4; A READ
      * FAILURE PART WAY THROUGH ENDS RC 8.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BACKUP-FACTOR-TABLE
           PERFORM 3000-BACKUP-RESULTS-HISTORY
           PERFORM 4000-BACKUP-SCENARIO-LIBRARY
           PERFORM 9000-TERMINATE
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

       1000-INITIALIZE.
           OPEN OUTPUT BACKUP-REPORT
           MOVE business-date TO RH1-BUS-DATE
           MOVE CD-DATE TO RH1-DATE
           MOVE CD-TIME TO RH1-TIME
           MOVE report-heading-1 TO BACKUP-LINE
           WRITE BACKUP-LINE
           MOVE SPACES TO BACKUP-LINE
           WRITE BACKUP-LINE
           MOVE report-heading-2 TO BACKUP-LINE
           WRITE BACKUP-LINE.

       2000-BACKUP-FACTOR-TABLE.
           OPEN OUTPUT FACT-BACKUP-FILE
           MOVE "FACTKSDS" TO BK-FILE-ID
           PERFORM 7000-START-BACKUP
           MOVE 5 TO key-length
           OPEN INPUT FACTOR-KSDS-FILE
           IF FACT-FILE-STATUS = "00"
               SET master-open TO TRUE
           ELSE
               DISPLAY "KSDSBKUP - FACTKSDS NOT AVAILABLE, STATUS "
                   FACT-FILE-STATUS
               SET master-eof TO TRUE
           END-IF
           MOVE KSDS-BACKUP-RECORD TO FACT-BACKUP-LINE
           WRITE FACT-BACKUP-LINE
           PERFORM 2100-UNLOAD-ONE-FACTOR
               UNTIL master-eof
           IF master-open
               CLOSE FACTOR-KSDS-FILE
           END-IF
           MOVE "FACTKSDS" TO BK-FILE-ID
           PERFORM 7200-FINISH-BACKUP
           MOVE KSDS-BACKUP-RECORD TO FACT-BACKUP-LINE
           WRITE FACT-BACKUP-LINE
           CLOSE FACT-BACKUP-FILE.

       2100-UNLOAD-ONE-FACTOR.
           READ FACTOR-KSDS-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE FCTKSDS-N TO key-work
                   MOVE "FACTKSDS" TO BK-FILE-ID
                   MOVE FACTOR-KSDS-RECORD TO BK-BODY
                   PERFORM 7100-COUNT-AND-HASH
                   MOVE KSDS-BACKUP-RECORD TO FACT-BACKUP-LINE
                   WRITE FACT-BACKUP-LINE
           END-READ
           IF FACT-FILE-STATUS NOT = "00"
               AND FACT-FILE-STATUS NOT = "10"
               AND master-open
               PERFORM 7300-UNLOAD-FAILED
           END-IF.

       3000-BACKUP-RESULTS-HISTORY.
           OPEN OUTPUT RSLT-BACKUP-FILE
           MOVE "RSLTKSDS" TO BK-FILE-ID
           PERFORM 7000-START-BACKUP
           MOVE 36 TO key-length
           OPEN INPUT HISTORY-KSDS-FILE
           IF RSLT-FILE-STATUS = "00"
               SET master-open TO TRUE
           ELSE
               DISPLAY "KSDSBKUP - RSLTKSDS NOT AVAILABLE, STATUS "
                   RSLT-FILE-STATUS
               SET master-eof TO TRUE
           END-IF
           MOVE KSDS-BACKUP-RECORD TO RSLT-BACKUP-LINE
           WRITE RSLT-BACKUP-LINE
           PERFORM 3100-UNLOAD-ONE-HISTORY
               UNTIL master-eof
           IF master-open
               CLOSE HISTORY-KSDS-FILE
           END-IF
           MOVE "RSLTKSDS" TO BK-FILE-ID
           PERFORM 7200-FINISH-BACKUP
           MOVE KSDS-BACKUP-RECORD TO RSLT-BACKUP-LINE
           WRITE RSLT-BACKUP-LINE
           CLOSE RSLT-BACKUP-FILE.

       3100-UNLOAD-ONE-HISTORY.
           READ HISTORY-KSDS-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE RH-KEY TO key-work
                   MOVE "RSLTKSDS" TO BK-FILE-ID
                   MOVE HISTORY-KSDS-RECORD TO BK-BODY
                   PERFORM 7100-COUNT-AND-HASH
                   MOVE KSDS-BACKUP-RECORD TO RSLT-BACKUP-LINE
                   WRITE RSLT-BACKUP-LINE
           END-READ
           IF RSLT-FILE-STATUS NOT = "00"
               AND RSLT-FILE-STATUS NOT = "10"
               AND master-open
               PERFORM 7300-UNLOAD-FAILED
           END-IF.

       4000-BACKUP-SCENARIO-LIBRARY.
           OPEN OUTPUT SCEN-BACKUP-FILE
           MOVE "SCENKSDS" TO BK-FILE-ID
           PERFORM 7000-START-BACKUP
           MOVE 23 TO key-length
           OPEN INPUT SCENARIO-KSDS-FILE
           IF SCEN-FILE-STATUS = "00"
               SET master-open TO TRUE
           ELSE
               DISPLAY "KSDSBKUP - SCENKSDS NOT AVAILABLE, STATUS "
                   SCEN-FILE-STATUS
               SET master-eof TO TRUE
           END-IF
           MOVE KSDS-BACKUP-RECORD TO SCEN-BACKUP-LINE
           WRITE SCEN-BACKUP-LINE
           PERFORM 4100-UNLOAD-ONE-SCENARIO
               UNTIL master-eof
           IF master-open
               CLOSE SCENARIO-KSDS-FILE
           END-IF
           MOVE "SCENKSDS" TO BK-FILE-ID
           PERFORM 7200-FINISH-BACKUP
           MOVE KSDS-BACKUP-RECORD TO SCEN-BACKUP-LINE
           WRITE SCEN-BACKUP-LINE
           CLOSE SCEN-BACKUP-FILE.

       4100-UNLOAD-ONE-SCENARIO.
           READ SCENARIO-KSDS-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE SCNK-KEY TO key-work
                   MOVE "SCENKSDS" TO BK-FILE-ID
                   MOVE SCENARIO-KSDS-RECORD TO BK-BODY
                   PERFORM 7100-COUNT-AND-HASH
                   MOVE KSDS-BACKUP-RECORD TO SCEN-BACKUP-LINE
                   WRITE SCEN-BACKUP-LINE
           END-READ
           IF SCEN-FILE-STATUS NOT = "00"
               AND SCEN-FILE-STATUS NOT = "10"
               AND master-open
               PERFORM 7300-UNLOAD-FAILED
           END-IF.

       7000-START-BACKUP.
      * THE HEADER NAMES THE CYCLE THE BACKUP BELONGS TO AND THE
      * CLOCK TIME OF THE UNLOAD - THE CLOCK TIME IS THE BACKUP
      * POINT A FACTKSDS RESTORE ROLLS FACTCHGL FORWARD FROM.
           MOVE "N" TO master-eof-sw
           MOVE "N" TO master-open-sw
           MOVE 0 TO unload-count
           MOVE 0 TO key-hash
           MOVE SPACES TO low-key
           MOVE SPACES TO high-key
           MOVE "COMPLETE" TO unload-status
           MOVE SPACES TO BK-BODY
           MOVE "H" TO BK-REC-TYPE
           MOVE business-date TO BKH-BUS-DATE
           MOVE CD-DATE TO BKH-DATE
           MOVE CD-TIME TO BKH-TIME.

       7100-COUNT-AND-HASH.
      * SEQUENTIAL READS COME BACK IN KEY ORDER, SO THE FIRST KEY
      * IS THE LOW END OF THE RANGE AND THE LATEST THE HIGH END.
           MOVE "D" TO BK-REC-TYPE
           ADD 1 TO unload-count
           IF unload-count = 1
               MOVE key-work TO low-key
           END-IF
           MOVE key-work TO high-key
           MOVE 0 TO hash-x
           PERFORM 7110-HASH-ONE-KEY-BYTE
               UNTIL hash-x >= key-length.

       7110-HASH-ONE-KEY-BYTE.
           ADD 1 TO hash-x
           COMPUTE hash-work = key-hash * 31
               + FUNCTION ORD (key-work (hash-x:1))
           DIVIDE hash-work BY 999999999999989
               GIVING hash-quotient REMAINDER key-hash.

       7200-FINISH-BACKUP.
           IF NOT master-open
               MOVE "NO FILE" TO unload-status
               SET any-missing TO TRUE
           END-IF
           MOVE SPACES TO BK-BODY
           MOVE "T" TO BK-REC-TYPE
           MOVE unload-status TO BKT-STATUS
           MOVE unload-count TO BKT-RECORD-COUNT
           MOVE key-hash TO BKT-KEY-HASH
           MOVE low-key TO BKT-LOW-KEY
           MOVE high-key TO BKT-HIGH-KEY
           MOVE BK-FILE-ID TO RD-FILE-ID
           MOVE unload-status TO RD-STATUS
           MOVE unload-count TO RD-COUNT
           MOVE key-hash TO RD-HASH
           MOVE low-key TO RD-LOW-KEY
           MOVE high-key TO RD-HIGH-KEY
           MOVE report-detail-line TO BACKUP-LINE
           WRITE BACKUP-LINE.

       7300-UNLOAD-FAILED.
      * A READ ERROR PART WAY THROUGH LEAVES A SHORT BACKUP - THE
      * TRAILER SAYS READ ERROR, SO THE RESTORE REFUSES IT.
           DISPLAY "KSDSBKUP - READ FAILED ON " BK-FILE-ID
           MOVE "READ ERROR" TO unload-status
           SET any-failed TO TRUE
           SET master-eof TO TRUE.

       9000-TERMINATE.
           MOVE SPACES TO BACKUP-LINE
           WRITE BACKUP-LINE
           EVALUATE TRUE
               WHEN any-failed
                   MOVE "BACKUP INCOMPLETE - A MASTER FAILED TO UNLOAD"
                       TO BACKUP-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN any-missing
                   MOVE "BACKUP TAKEN - A MASTER WAS NOT AVAILABLE"
                       TO BACKUP-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "BACKUP COMPLETE FOR ALL THREE MASTERS"
                       TO BACKUP-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE BACKUP-LINE
           CLOSE BACKUP-REPORT.
