       IDENTIFICATION DIVISION.
       PROGRAM-ID. KSDSRSTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESTORE-CARD-FILE ASSIGN TO "RSTRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT AUTHORITY-FILE ASSIGN TO "OPERAUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-FILE-STATUS.
           SELECT BACKUP-FILE ASSIGN TO "KSDSBKUP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKUP-FILE-STATUS.
           SELECT FACTOR-KSDS-FILE ASSIGN TO "FACTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCTKSDS-N
               FILE STATUS IS FACT-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT SCENARIO-KSDS-FILE ASSIGN TO "SCENKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCNK-KEY
               FILE STATUS IS SCEN-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "FACTCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGL-FILE-STATUS.
           SELECT CERTIFICATION-FILE ASSIGN TO "FACTCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CERT-FILE-STATUS.
           SELECT RESTORE-REPORT ASSIGN TO "RSTRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESTORE-CARD-FILE
           RECORDING MODE IS F.
      * ONE CARD - THE MASTER TO REBUILD, WHO IS REBUILDING IT, AND
      * THE CYCLE DATE OF THE BACKUP GENERATION THE KSDSBKUP DD
      * POINTS AT. THE DATE IS CHECKED AGAINST THE BACKUP'S OWN
      * HEADER SO THE WRONG GENERATION CANNOT BE RESTORED BY
      * MISTAKE.
       01  RESTORE-CARD.
           05  RS-FILE-ID          PIC X(08).
           05  RS-OPERATOR         PIC X(08).
           05  RS-BUS-DATE         PIC X(08).

       FD  AUTHORITY-FILE
           RECORDING MODE IS F.
      * ONE CARD PER AUTHORIZED OPERATOR - ID AND AUTHORITY LEVEL
      * (1 INQUIRY, 2 TABLE MAINTENANCE, 3 RUN-CONTROL RESET AND
      * MASTER RESTORE).
       01  AUTHORITY-CARD.
           05  OA-OPERATOR         PIC X(08).
           05  OA-AUTH-LEVEL       PIC X(01).

       FD  BACKUP-FILE
           RECORDING MODE IS F.
       01  BACKUP-LINE                 PIC X(259).

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

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       01  CHANGE-LOG-RECORD.
           05  FCL-DATE            PIC X(08).
           05  FCL-TIME            PIC X(06).
           05  FCL-OPERATOR        PIC X(08).
           05  FCL-ACTION          PIC X(08).
           05  FCL-N               PIC 9(05).
           05  FCL-BEFORE          PIC X(72).
           05  FCL-AFTER           PIC X(72).

       FD  CERTIFICATION-FILE
           RECORDING MODE IS F.
       01  CERTIFICATION-RECORD.
           05  CERT-LOAD-DATE      PIC X(08).
           05  CERT-LOAD-TIME      PIC X(06).
           05  CERT-RECORD-COUNT   PIC 9(05).
           05  CERT-STATUS         PIC X(10).

       FD  RESTORE-REPORT
           RECORDING MODE IS F.
       01  RESTORE-LINE                PIC X(132).

       WORKING-STORAGE SECTION.

           COPY "ksdsbkup.cpy".

         77 backup-eof-sw PIC X(01) VALUE "N".
           88 backup-eof                VALUE "Y".
         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 chgl-eof-sw PIC X(01) VALUE "N".
           88 chgl-eof                  VALUE "Y".
         77 auth-eof-sw PIC X(01) VALUE "N".
           88 auth-eof                  VALUE "Y".
         77 operator-ok-sw PIC X(01) VALUE "N".
           88 operator-ok               VALUE "Y".
         77 refused-sw PIC X(01) VALUE "N".
           88 restore-refused           VALUE "Y".
         77 backup-bad-sw PIC X(01) VALUE "N".
           88 backup-bad                VALUE "Y".
         77 proof-failed-sw PIC X(01) VALUE "N".
           88 proof-failed              VALUE "Y".
         77 header-seen-sw PIC X(01) VALUE "N".
           88 header-seen               VALUE "Y".
         77 trailer-seen-sw PIC X(01) VALUE "N".
           88 trailer-seen              VALUE "Y".
         77 record-found-sw PIC X(01).
           88 record-found              VALUE "Y".

         77 restore-file-id PIC X(08).
         77 refusal-reason PIC X(60).
         77 backup-point PIC X(14).
         77 change-point PIC X(14).
         77 backup-bus-date PIC X(08).
         77 trailer-count PIC 9(09) VALUE 0.
         77 trailer-hash PIC 9(15) VALUE 0.
         77 trailer-low-key PIC X(40).
         77 trailer-high-key PIC X(40).
         77 scan-count PIC 9(09) VALUE 0.
         77 loaded-count PIC 9(09) VALUE 0.
         77 reject-count PIC 9(09) VALUE 0.
         77 readback-count PIC 9(09) VALUE 0.
         77 expected-count PIC 9(09) VALUE 0.
         77 key-hash PIC 9(15) VALUE 0.
         77 scan-hash PIC 9(15) VALUE 0.
         77 hash-work PIC 9(18).
         77 hash-quotient PIC 9(18).
         77 hash-x PIC 9(03).
         77 key-length PIC 9(03).
         77 key-work PIC X(40).
         77 roll-applied PIC 9(07) VALUE 0.
         77 roll-adds PIC 9(07) VALUE 0.
         77 roll-deletes PIC 9(07) VALUE 0.
         77 roll-exceptions PIC 9(07) VALUE 0.
         77 roll-skipped PIC 9(07) VALUE 0.
         77 roll-note PIC X(40).

         01 CARD-FILE-STATUS          PIC X(02).
         01 AUTH-FILE-STATUS          PIC X(02).
         01 BKUP-FILE-STATUS          PIC X(02).
         01 FACT-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 SCEN-FILE-STATUS          PIC X(02).
         01 CHGL-FILE-STATUS          PIC X(02).
         01 CERT-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(24)
               VALUE "INDEXED MASTER RESTORE -".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH1-FILE-ID          PIC X(08).
           05  FILLER               PIC X(08) VALUE "  RUN ".
           05  RH1-DATE             PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RH1-TIME             PIC X(06).
           05  FILLER               PIC X(13) VALUE "  OPERATOR ".
           05  RH1-OPERATOR         PIC X(08).

         01 count-line.
           05  CL-LABEL             PIC X(40).
           05  CL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  CL-NOTE              PIC X(60).

         01 hash-line.
           05  HL-LABEL             PIC X(40).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  HL-HASH              PIC 9(15).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HL-NOTE              PIC X(60).

         01 key-range-line.
           05  FILLER               PIC X(16) VALUE "BACKUP KEY RANGE".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  KR-LOW-KEY           PIC X(40).
           05  FILLER               PIC X(04) VALUE " TO ".
           05  KR-HIGH-KEY          PIC X(40).

         01 roll-heading.
           05  FILLER               PIC X(40)
               VALUE "FACTCHGL ROLL-FORWARD AFTER BACKUP POINT".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RL-BACKUP-POINT      PIC X(14).

         01 roll-detail-line.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RD-TIME              PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-OPERATOR          PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-ACTION            PIC X(08).
           05  FILLER               PIC X(04) VALUE " N =".
           05  RD-N                 PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RD-NOTE              PIC X(40).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * REBUILDS ONE INDEXED MASTER - FACTKSDS, RSLTKSDS OR SCENKSDS
      * - FROM A KSDSBKUP BACKUP GENERATION. THE BACKUP IS PROVED
      * WHOLE FIRST (HEADER FOR THE RIGHT MASTER AND CYCLE, TRAILER
      * SAYING COMPLETE, DETAIL COUNT AND KEY HASH AGREEING WITH THE
      * TRAILER) BEFORE THE MASTER IS TOUCHED; THE REBUILT MASTER IS
      * THEN READ BACK AND ITS COUNT AND KEY HASH PROVED AGAINST THE
      * SAME TRAILER. A FACTKSDS RESTORE GOES ON TO ROLL FORWARD
      * EVERY FACTMNT CHANGE LOGGED ON FACTCHGL AFTER THE BACKUP
      * POINT, SO THE TABLE COMES BACK AS IT STOOD, AND THEN STAMPS
      * FACTCERT RESTORED - COMBCALC AND COMBINQ WILL NOT PUBLISH
      * FROM IT AGAIN UNTIL FACTVRFY HAS RECERTIFIED IT. RC 8 MEANS
      * THE RESTORE WAS REFUSED OR DID NOT PROVE; RC 4 THAT A
      * ROLL-FORWARD CHANGE DID NOT MATCH THE TABLE IT WAS APPLIED TO.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 1000-GET-RESTORE-CARD
           PERFORM 1500-INITIALIZE-REPORT
           IF restore-refused
               PERFORM 8900-REPORT-REFUSAL
           ELSE
               PERFORM 2000-PROVE-BACKUP
               IF backup-bad
                   PERFORM 8900-REPORT-REFUSAL
               ELSE
                   PERFORM 3000-REBUILD-MASTER
                   PERFORM 4000-PROVE-REBUILT-MASTER
                   IF restore-file-id = "FACTKSDS"
                       PERFORM 5000-ROLL-FORWARD-CHANGES
                       PERFORM 6000-PROVE-ROLLED-FORWARD-TABLE
                       PERFORM 7000-MARK-FOR-RECERTIFICATION
                   END-IF
               END-IF
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-GET-RESTORE-CARD.
      * RESTORING A MASTER REPLACES IT WHOLE, SO IT TAKES THE SAME
      * LEVEL-3 AUTHORITY AS A RUN-CONTROL RESET. A MISSING CARD,
      * AN UNKNOWN MASTER, A NON-NUMERIC DATE OR AN UNAUTHORIZED
      * OPERATOR REFUSES THE RUN BEFORE ANYTHING IS OPENED FOR
      * OUTPUT.
           MOVE SPACES TO RESTORE-CARD
           OPEN INPUT RESTORE-CARD-FILE
           IF CARD-FILE-STATUS = "00"
               READ RESTORE-CARD-FILE
                   AT END MOVE SPACES TO RESTORE-CARD
               END-READ
               CLOSE RESTORE-CARD-FILE
           END-IF
           MOVE RS-FILE-ID TO restore-file-id
           EVALUATE TRUE
               WHEN RS-FILE-ID = SPACES
                   MOVE "NO RESTORE CARD" TO refusal-reason
                   SET restore-refused TO TRUE
               WHEN RS-FILE-ID NOT = "FACTKSDS"
                   AND RS-FILE-ID NOT = "RSLTKSDS"
                   AND RS-FILE-ID NOT = "SCENKSDS"
                   MOVE "UNKNOWN MASTER ON RESTORE CARD"
                       TO refusal-reason
                   SET restore-refused TO TRUE
               WHEN RS-BUS-DATE IS NOT NUMERIC
                   MOVE "BACKUP CYCLE DATE MISSING OR NOT NUMERIC"
                       TO refusal-reason
                   SET restore-refused TO TRUE
               WHEN OTHER
                   PERFORM 1100-CHECK-AUTHORITY
                   IF NOT operator-ok
                       MOVE SPACES TO refusal-reason
                       STRING "OPERATOR " RS-OPERATOR
                           " NOT AUTHORIZED TO RESTORE"
                           DELIMITED BY SIZE INTO refusal-reason
                       SET restore-refused TO TRUE
                   END-IF
           END-EVALUATE
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   MOVE 5 TO key-length
               WHEN "RSLTKSDS"
                   MOVE 36 TO key-length
               WHEN OTHER
                   MOVE 23 TO key-length
           END-EVALUATE.

       1100-CHECK-AUTHORITY.
           MOVE "N" TO auth-eof-sw
           MOVE "N" TO operator-ok-sw
           OPEN INPUT AUTHORITY-FILE
           IF AUTH-FILE-STATUS NOT = "00"
               SET auth-eof TO TRUE
           END-IF
           PERFORM 1110-CHECK-ONE-AUTHORITY-CARD
               UNTIL auth-eof
           IF AUTH-FILE-STATUS NOT = "35"
               CLOSE AUTHORITY-FILE
           END-IF.

       1110-CHECK-ONE-AUTHORITY-CARD.
           READ AUTHORITY-FILE
               AT END SET auth-eof TO TRUE
               NOT AT END
                   IF OA-OPERATOR = RS-OPERATOR
                       AND RS-OPERATOR NOT = SPACES
                       AND OA-AUTH-LEVEL >= "3"
                       SET operator-ok TO TRUE
                       SET auth-eof TO TRUE
                   END-IF
           END-READ.

       1500-INITIALIZE-REPORT.
           OPEN OUTPUT RESTORE-REPORT
           MOVE restore-file-id TO RH1-FILE-ID
           MOVE CD-DATE TO RH1-DATE
           MOVE CD-TIME TO RH1-TIME
           MOVE RS-OPERATOR TO RH1-OPERATOR
           MOVE report-heading-1 TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE.

       2000-PROVE-BACKUP.
      * FIRST PASS - READ THE WHOLE BACKUP WITHOUT TOUCHING THE
      * MASTER. THE FIRST RECORD MUST BE THE HEADER FOR THIS MASTER
      * AND CYCLE, THE LAST THE TRAILER, AND THE DETAIL COUNT AND
      * KEY HASH MUST COME TO WHAT THE TRAILER SAYS. ANYTHING LESS
      * AND THE CURRENT MASTER, HOWEVER DAMAGED, IS LEFT ALONE.
           MOVE 0 TO scan-count
           MOVE 0 TO key-hash
           MOVE "N" TO backup-eof-sw
           OPEN INPUT BACKUP-FILE
           IF BKUP-FILE-STATUS NOT = "00"
               MOVE "BACKUP DATASET NOT AVAILABLE" TO refusal-reason
               SET backup-bad TO TRUE
               SET backup-eof TO TRUE
           END-IF
           PERFORM 2100-SCAN-ONE-BACKUP-RECORD
               UNTIL backup-eof
           IF BKUP-FILE-STATUS NOT = "35"
               CLOSE BACKUP-FILE
           END-IF
           MOVE key-hash TO scan-hash
           IF NOT backup-bad
               PERFORM 2200-CHECK-BACKUP-TOTALS
           END-IF.

       2100-SCAN-ONE-BACKUP-RECORD.
           READ BACKUP-FILE INTO KSDS-BACKUP-RECORD
               AT END SET backup-eof TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN trailer-seen
                           MOVE "RECORDS FOLLOW THE BACKUP TRAILER"
                               TO refusal-reason
                           SET backup-bad TO TRUE
                           SET backup-eof TO TRUE
                       WHEN NOT header-seen
                           PERFORM 2110-CHECK-BACKUP-HEADER
                       WHEN BK-DETAIL-REC
                           PERFORM 2120-HASH-DETAIL-KEY
                       WHEN BK-TRAILER-REC
                           SET trailer-seen TO TRUE
                           MOVE BKT-RECORD-COUNT TO trailer-count
                           MOVE BKT-KEY-HASH TO trailer-hash
                           MOVE BKT-LOW-KEY TO trailer-low-key
                           MOVE BKT-HIGH-KEY TO trailer-high-key
                           IF BKT-STATUS NOT = "COMPLETE"
                               MOVE SPACES TO refusal-reason
                               STRING "BACKUP TRAILER SAYS " BKT-STATUS
                                   " - NOT A COMPLETE BACKUP"
                                   DELIMITED BY SIZE INTO refusal-reason
                               SET backup-bad TO TRUE
                           END-IF
                       WHEN OTHER
                           MOVE "UNRECOGNIZED RECORD IN BACKUP"
                               TO refusal-reason
                           SET backup-bad TO TRUE
                           SET backup-eof TO TRUE
                   END-EVALUATE
           END-READ.

       2110-CHECK-BACKUP-HEADER.
           SET header-seen TO TRUE
           EVALUATE TRUE
               WHEN NOT BK-HEADER-REC
                   MOVE "BACKUP DOES NOT START WITH A HEADER"
                       TO refusal-reason
                   SET backup-bad TO TRUE
                   SET backup-eof TO TRUE
               WHEN BK-FILE-ID NOT = restore-file-id
                   MOVE SPACES TO refusal-reason
                   STRING "BACKUP IS OF " BK-FILE-ID
                       " NOT " restore-file-id
                       DELIMITED BY SIZE INTO refusal-reason
                   SET backup-bad TO TRUE
                   SET backup-eof TO TRUE
               WHEN BKH-BUS-DATE NOT = RS-BUS-DATE
                   MOVE SPACES TO refusal-reason
                   STRING "BACKUP IS FOR CYCLE " BKH-BUS-DATE
                       " NOT " RS-BUS-DATE
                       DELIMITED BY SIZE INTO refusal-reason
                   SET backup-bad TO TRUE
                   SET backup-eof TO TRUE
               WHEN OTHER
                   MOVE BKH-BUS-DATE TO backup-bus-date
                   MOVE BKH-DATE TO backup-point (1:8)
                   MOVE BKH-TIME TO backup-point (9:6)
           END-EVALUATE.

       2120-HASH-DETAIL-KEY.
           ADD 1 TO scan-count
           MOVE SPACES TO key-work
           MOVE BK-BODY (1:key-length) TO key-work
           PERFORM 8100-HASH-KEY.

       2200-CHECK-BACKUP-TOTALS.
           EVALUATE TRUE
               WHEN NOT header-seen
                   MOVE "BACKUP DATASET IS EMPTY" TO refusal-reason
                   SET backup-bad TO TRUE
               WHEN NOT trailer-seen
                   MOVE "BACKUP HAS NO TRAILER - TRUNCATED"
                       TO refusal-reason
                   SET backup-bad TO TRUE
               WHEN scan-count NOT = trailer-count
                   MOVE "BACKUP DETAIL COUNT DISAGREES WITH TRAILER"
                       TO refusal-reason
                   SET backup-bad TO TRUE
               WHEN scan-hash NOT = trailer-hash
                   MOVE "BACKUP KEY HASH DISAGREES WITH TRAILER"
                       TO refusal-reason
                   SET backup-bad TO TRUE
           END-EVALUATE
           MOVE "BACKUP TRAILER RECORD COUNT" TO CL-LABEL
           MOVE trailer-count TO CL-COUNT
           MOVE SPACES TO CL-NOTE
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "BACKUP DETAIL RECORDS READ" TO CL-LABEL
           MOVE scan-count TO CL-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "BACKUP TRAILER KEY HASH" TO HL-LABEL
           MOVE trailer-hash TO HL-HASH
           MOVE SPACES TO HL-NOTE
           PERFORM 8300-WRITE-HASH-LINE
           MOVE "BACKUP DETAIL KEY HASH" TO HL-LABEL
           MOVE scan-hash TO HL-HASH
           PERFORM 8300-WRITE-HASH-LINE
           MOVE trailer-low-key TO KR-LOW-KEY
           MOVE trailer-high-key TO KR-HIGH-KEY
           MOVE key-range-line TO RESTORE-LINE
           WRITE RESTORE-LINE.

       3000-REBUILD-MASTER.
      * SECOND PASS - THE MASTER IS OPENED OUTPUT, WHICH EMPTIES IT,
      * AND EVERY DETAIL IMAGE IS WRITTEN BACK IN THE KEY ORDER THE
      * BACKUP WAS TAKEN IN.
           MOVE 0 TO loaded-count
           MOVE "N" TO backup-eof-sw
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   OPEN OUTPUT FACTOR-KSDS-FILE
               WHEN "RSLTKSDS"
                   OPEN OUTPUT HISTORY-KSDS-FILE
               WHEN OTHER
                   OPEN OUTPUT SCENARIO-KSDS-FILE
           END-EVALUATE
           OPEN INPUT BACKUP-FILE
           PERFORM 3100-RESTORE-ONE-RECORD
               UNTIL backup-eof
           CLOSE BACKUP-FILE
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   CLOSE FACTOR-KSDS-FILE
               WHEN "RSLTKSDS"
                   CLOSE HISTORY-KSDS-FILE
               WHEN OTHER
                   CLOSE SCENARIO-KSDS-FILE
           END-EVALUATE
           MOVE "RECORDS WRITTEN TO MASTER" TO CL-LABEL
           MOVE loaded-count TO CL-COUNT
           MOVE SPACES TO CL-NOTE
           IF reject-count > 0
               MOVE SPACES TO CL-NOTE
               STRING "REJECTED ON WRITE: " reject-count
                   DELIMITED BY SIZE INTO CL-NOTE
           END-IF
           PERFORM 8200-WRITE-COUNT-LINE.

       3100-RESTORE-ONE-RECORD.
           READ BACKUP-FILE INTO KSDS-BACKUP-RECORD
               AT END SET backup-eof TO TRUE
               NOT AT END
                   IF BK-DETAIL-REC
                       PERFORM 3200-WRITE-MASTER-RECORD
                   END-IF
           END-READ.

       3200-WRITE-MASTER-RECORD.
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   MOVE BK-BODY TO FACTOR-KSDS-RECORD
                   WRITE FACTOR-KSDS-RECORD
                       INVALID KEY ADD 1 TO reject-count
                       NOT INVALID KEY ADD 1 TO loaded-count
                   END-WRITE
               WHEN "RSLTKSDS"
                   MOVE BK-BODY TO HISTORY-KSDS-RECORD
                   WRITE HISTORY-KSDS-RECORD
                       INVALID KEY ADD 1 TO reject-count
                       NOT INVALID KEY ADD 1 TO loaded-count
                   END-WRITE
               WHEN OTHER
                   MOVE BK-BODY TO SCENARIO-KSDS-RECORD
                   WRITE SCENARIO-KSDS-RECORD
                       INVALID KEY ADD 1 TO reject-count
                       NOT INVALID KEY ADD 1 TO loaded-count
                   END-WRITE
           END-EVALUATE.

       4000-PROVE-REBUILT-MASTER.
      * THE REBUILT MASTER IS READ BACK FROM THE TOP - ITS RECORD
      * COUNT AND KEY HASH MUST BOTH EQUAL THE BACKUP TRAILER.
           PERFORM 8500-READ-BACK-MASTER
           MOVE "RECORDS READ BACK FROM MASTER" TO CL-LABEL
           MOVE readback-count TO CL-COUNT
           IF readback-count = trailer-count
               MOVE "AGREES WITH BACKUP TRAILER" TO CL-NOTE
           ELSE
               MOVE "*** DISAGREES WITH BACKUP TRAILER ***"
                   TO CL-NOTE
               SET proof-failed TO TRUE
           END-IF
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "MASTER KEY HASH READ BACK" TO HL-LABEL
           MOVE key-hash TO HL-HASH
           IF key-hash = trailer-hash
               MOVE "AGREES WITH BACKUP TRAILER" TO HL-NOTE
           ELSE
               MOVE "*** DISAGREES WITH BACKUP TRAILER ***"
                   TO HL-NOTE
               SET proof-failed TO TRUE
           END-IF
           PERFORM 8300-WRITE-HASH-LINE.

       5000-ROLL-FORWARD-CHANGES.
      * EVERY FACTCHGL ENTRY STAMPED AFTER THE BACKUP WAS TAKEN IS
      * REAPPLIED IN LOG ORDER. THE LOG'S BEFORE IMAGE IS CHECKED
      * AGAINST THE TABLE FIRST - A REPLACE OR DELETE WHOSE BEFORE
      * IMAGE IS NOT WHAT THE TABLE HOLDS, OR AN ADD FOR A KEY
      * ALREADY THERE, IS APPLIED ANYWAY (THE AFTER IMAGE IS WHAT
      * THE OPERATOR LEFT THE TABLE HOLDING) BUT IS LISTED AS AN
      * EXCEPTION AND ENDS THE RUN RC 4.
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE backup-point TO RL-BACKUP-POINT
           MOVE roll-heading TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE "N" TO chgl-eof-sw
           OPEN I-O FACTOR-KSDS-FILE
           OPEN INPUT CHANGE-LOG-FILE
           IF CHGL-FILE-STATUS NOT = "00"
               SET chgl-eof TO TRUE
           END-IF
           PERFORM 5100-ROLL-ONE-CHANGE
               UNTIL chgl-eof
           IF CHGL-FILE-STATUS NOT = "35"
               CLOSE CHANGE-LOG-FILE
           END-IF
           CLOSE FACTOR-KSDS-FILE
           IF roll-applied = 0
               MOVE "  NO CHANGES LOGGED SINCE THE BACKUP"
                   TO RESTORE-LINE
               WRITE RESTORE-LINE
           END-IF
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE "CHANGES ROLLED FORWARD" TO CL-LABEL
           MOVE roll-applied TO CL-COUNT
           MOVE SPACES TO CL-NOTE
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "CHANGES BEFORE THE BACKUP POINT SKIPPED"
               TO CL-LABEL
           MOVE roll-skipped TO CL-COUNT
           PERFORM 8200-WRITE-COUNT-LINE
           MOVE "ROLL-FORWARD EXCEPTIONS" TO CL-LABEL
           MOVE roll-exceptions TO CL-COUNT
           PERFORM 8200-WRITE-COUNT-LINE.

       5100-ROLL-ONE-CHANGE.
           READ CHANGE-LOG-FILE
               AT END SET chgl-eof TO TRUE
               NOT AT END
                   MOVE FCL-DATE TO change-point (1:8)
                   MOVE FCL-TIME TO change-point (9:6)
                   IF change-point > backup-point
                       PERFORM 5200-APPLY-ONE-CHANGE
                   ELSE
                       ADD 1 TO roll-skipped
                   END-IF
           END-READ.

       5200-APPLY-ONE-CHANGE.
           ADD 1 TO roll-applied
           MOVE SPACES TO roll-note
           MOVE "N" TO record-found-sw
           MOVE FCL-N TO FCTKSDS-N
           READ FACTOR-KSDS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET record-found TO TRUE
           END-READ
           EVALUATE FCL-ACTION
               WHEN "ADD"
                   IF record-found
                       MOVE "KEY ALREADY ON TABLE - REPLACED"
                           TO roll-note
                       MOVE FCL-AFTER TO FCTKSDS-FACTORIAL
                       REWRITE FACTOR-KSDS-RECORD
                   ELSE
                       MOVE FCL-N TO FCTKSDS-N
                       MOVE FCL-AFTER TO FCTKSDS-FACTORIAL
                       WRITE FACTOR-KSDS-RECORD
                       ADD 1 TO roll-adds
                   END-IF
               WHEN "REPLACE"
                   IF NOT record-found
                       MOVE "KEY NOT ON TABLE - ADDED" TO roll-note
                       MOVE FCL-N TO FCTKSDS-N
                       MOVE FCL-AFTER TO FCTKSDS-FACTORIAL
                       WRITE FACTOR-KSDS-RECORD
                       ADD 1 TO roll-adds
                   ELSE
                       IF FCTKSDS-FACTORIAL NOT = FCL-BEFORE
                           MOVE "BEFORE IMAGE DID NOT MATCH TABLE"
                               TO roll-note
                       END-IF
                       MOVE FCL-AFTER TO FCTKSDS-FACTORIAL
                       REWRITE FACTOR-KSDS-RECORD
                   END-IF
               WHEN "DELETE"
                   IF NOT record-found
                       MOVE "KEY NOT ON TABLE - NOTHING DELETED"
                           TO roll-note
                   ELSE
                       IF FCTKSDS-FACTORIAL NOT = FCL-BEFORE
                           MOVE "BEFORE IMAGE DID NOT MATCH TABLE"
                               TO roll-note
                       END-IF
                       DELETE FACTOR-KSDS-FILE
                       ADD 1 TO roll-deletes
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN ACTION ON LOG - NOT APPLIED"
                       TO roll-note
           END-EVALUATE
           IF roll-note = SPACES
               MOVE "APPLIED" TO roll-note
           ELSE
               ADD 1 TO roll-exceptions
           END-IF
           MOVE FCL-DATE TO RD-DATE
           MOVE FCL-TIME TO RD-TIME
           MOVE FCL-OPERATOR TO RD-OPERATOR
           MOVE FCL-ACTION TO RD-ACTION
           MOVE FCL-N TO RD-N
           MOVE roll-note TO RD-NOTE
           MOVE roll-detail-line TO RESTORE-LINE
           WRITE RESTORE-LINE.

       6000-PROVE-ROLLED-FORWARD-TABLE.
      * AFTER THE ROLL-FORWARD THE TABLE MUST HOLD THE BACKUP'S
      * RECORDS PLUS THE ADDS LESS THE DELETES - READ BACK AGAIN.
           COMPUTE expected-count = trailer-count
               + roll-adds - roll-deletes
           PERFORM 8500-READ-BACK-MASTER
           MOVE "RECORDS ON TABLE AFTER ROLL-FORWARD" TO CL-LABEL
           MOVE readback-count TO CL-COUNT
           MOVE SPACES TO CL-NOTE
           IF readback-count = expected-count
               STRING "= BACKUP " trailer-count
                   " + ADDS " roll-adds " - DELETES " roll-deletes
                   DELIMITED BY SIZE INTO CL-NOTE
           ELSE
               MOVE "*** DOES NOT EQUAL BACKUP + ADDS - DELETES ***"
                   TO CL-NOTE
               SET proof-failed TO TRUE
           END-IF
           PERFORM 8200-WRITE-COUNT-LINE.

       7000-MARK-FOR-RECERTIFICATION.
      * A RESTORED TABLE IS NOT THE TABLE FACTVRFY PASSED, HOWEVER
      * GOOD THE PROOF - THE STAMP GOES TO RESTORED, THE SAME WAY
      * FACTLOAD STAMPS LOADED AND FACTMNT STAMPS MAINTAINED, SO
      * NOTHING IS PUBLISHED FROM IT UNTIL THE NEXT CROSS-FOOT. IT
      * IS STAMPED EVEN WHEN THE PROOF FAILED - THE OLD TABLE IS
      * GONE EITHER WAY.
           OPEN OUTPUT CERTIFICATION-FILE
           MOVE CD-DATE TO CERT-LOAD-DATE
           MOVE CD-TIME TO CERT-LOAD-TIME
           MOVE readback-count TO CERT-RECORD-COUNT
           MOVE "RESTORED" TO CERT-STATUS
           WRITE CERTIFICATION-RECORD
           CLOSE CERTIFICATION-FILE
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE "FACTCERT STAMPED RESTORED - RUN FACTVRFY TO RECERTIFY"
               TO RESTORE-LINE
           WRITE RESTORE-LINE.

       8100-HASH-KEY.
      * THE SAME KEY HASH KSDSBKUP WRITES ON THE TRAILER - EVERY
      * BYTE OF THE KEY, HASH = HASH * 31 + COLLATING POSITION,
      * MODULO 999999999999989.
           MOVE 0 TO hash-x
           PERFORM 8110-HASH-ONE-KEY-BYTE
               UNTIL hash-x >= key-length.

       8110-HASH-ONE-KEY-BYTE.
           ADD 1 TO hash-x
           COMPUTE hash-work = key-hash * 31
               + FUNCTION ORD (key-work (hash-x:1))
           DIVIDE hash-work BY 999999999999989
               GIVING hash-quotient REMAINDER key-hash.

       8200-WRITE-COUNT-LINE.
           MOVE count-line TO RESTORE-LINE
           WRITE RESTORE-LINE.

       8300-WRITE-HASH-LINE.
           MOVE hash-line TO RESTORE-LINE
           WRITE RESTORE-LINE.

       8500-READ-BACK-MASTER.
           MOVE 0 TO readback-count
           MOVE 0 TO key-hash
           MOVE "N" TO master-eof-sw
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   OPEN INPUT FACTOR-KSDS-FILE
                   IF FACT-FILE-STATUS NOT = "00"
                       SET master-eof TO TRUE
                   END-IF
               WHEN "RSLTKSDS"
                   OPEN INPUT HISTORY-KSDS-FILE
                   IF RSLT-FILE-STATUS NOT = "00"
                       SET master-eof TO TRUE
                   END-IF
               WHEN OTHER
                   OPEN INPUT SCENARIO-KSDS-FILE
                   IF SCEN-FILE-STATUS NOT = "00"
                       SET master-eof TO TRUE
                   END-IF
           END-EVALUATE
           PERFORM 8510-READ-BACK-ONE-RECORD
               UNTIL master-eof
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   CLOSE FACTOR-KSDS-FILE
               WHEN "RSLTKSDS"
                   CLOSE HISTORY-KSDS-FILE
               WHEN OTHER
                   CLOSE SCENARIO-KSDS-FILE
           END-EVALUATE.

       8510-READ-BACK-ONE-RECORD.
           MOVE SPACES TO key-work
           EVALUATE restore-file-id
               WHEN "FACTKSDS"
                   READ FACTOR-KSDS-FILE NEXT RECORD
                       AT END SET master-eof TO TRUE
                       NOT AT END MOVE FCTKSDS-N TO key-work
                   END-READ
               WHEN "RSLTKSDS"
                   READ HISTORY-KSDS-FILE NEXT RECORD
                       AT END SET master-eof TO TRUE
                       NOT AT END MOVE RH-KEY TO key-work
                   END-READ
               WHEN OTHER
                   READ SCENARIO-KSDS-FILE NEXT RECORD
                       AT END SET master-eof TO TRUE
                       NOT AT END MOVE SCNK-KEY TO key-work
                   END-READ
           END-EVALUATE
           IF NOT master-eof
               ADD 1 TO readback-count
               PERFORM 8100-HASH-KEY
           END-IF.

       8900-REPORT-REFUSAL.
           DISPLAY "KSDSRSTR - RESTORE REFUSED - " refusal-reason
           MOVE SPACES TO RESTORE-LINE
           STRING "RESTORE REFUSED - " refusal-reason
               DELIMITED BY SIZE INTO RESTORE-LINE
           WRITE RESTORE-LINE
           MOVE "THE MASTER HAS NOT BEEN TOUCHED" TO RESTORE-LINE
           WRITE RESTORE-LINE.

       9000-TERMINATE.
           MOVE SPACES TO RESTORE-LINE
           WRITE RESTORE-LINE
           EVALUATE TRUE
               WHEN restore-refused OR backup-bad
                   MOVE 8 TO RETURN-CODE
               WHEN proof-failed
                   MOVE "RESTORE DID NOT PROVE - SEE COUNTS ABOVE"
                       TO RESTORE-LINE
                   WRITE RESTORE-LINE
                   DISPLAY "KSDSRSTR - " restore-file-id
                       " RESTORE DID NOT PROVE"
                   MOVE 8 TO RETURN-CODE
               WHEN roll-exceptions > 0
                   MOVE "RESTORE PROVED - SEE ROLL-FORWARD EXCEPTIONS"
                       TO RESTORE-LINE
                   WRITE RESTORE-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "RESTORE PROVED" TO RESTORE-LINE
                   WRITE RESTORE-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           CLOSE RESTORE-REPORT.
