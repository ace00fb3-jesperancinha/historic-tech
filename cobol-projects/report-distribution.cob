       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISTRIBUTION-TABLE-FILE ASSIGN TO "DISTTBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DTBL-FILE-STATUS.
           SELECT DISTRIBUTION-CONTROL-FILE ASSIGN TO "DISTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DCTL-FILE-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT PROCESS-DATE-FILE ASSIGN TO "PROCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROC-FILE-STATUS.
           SELECT COMB-REPORT-FILE ASSIGN TO "COMBRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CRPT-FILE-STATUS.
           SELECT FACT-REPORT-FILE ASSIGN TO "FACTPRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FRPT-FILE-STATUS.
           SELECT GROWTH-REPORT-FILE ASSIGN TO "FIBGRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRPT-FILE-STATUS.
           SELECT DISTRIBUTION-REPORT ASSIGN TO "DISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTRIBUTION-LOG-FILE ASSIGN TO "DISTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * WHICH DEPARTMENTS GET WHICH REPORTS. REPORT COLS 1-8
      * (COMBRPT, FACTPRT OR FIBGRRPT), DEPARTMENT COLS 9-12, COPIES
      * COLS 13-14 (BLANK OR ZERO MEANS ONE), SCOPE COL 15 - "A" FOR
      * THE WHOLE REPORT, ANYTHING ELSE FOR ONLY THE LINES ANSWERING
      * THE DEPARTMENT'S OWN REQUESTS.
       FD  DISTRIBUTION-TABLE-FILE
           RECORDING MODE IS F.
       01  DISTRIBUTION-TABLE-CARD.
           05  TBL-REPORT           PIC X(08).
           05  TBL-DEPT             PIC X(04).
           05  TBL-COPIES           PIC X(02).
           05  TBL-SCOPE            PIC X(01).

      * NO CARD IS THE NIGHTLY RUN. "REPRINT" COLS 1-8, DEPARTMENT
      * COLS 9-12, REPORT COLS 13-20 (BLANK FOR ALL THREE) AND THE
      * BUSINESS DATE OF THE ORIGINAL BUNDLE COLS 21-28 REPRINTS ONE
      * DEPARTMENT'S BUNDLE FROM THE RETAINED REPORT GENERATIONS.
       FD  DISTRIBUTION-CONTROL-FILE
           RECORDING MODE IS F.
       01  DISTRIBUTION-CONTROL-CARD.
           05  CTL-FUNCTION         PIC X(08).
           05  CTL-DEPT             PIC X(04).
           05  CTL-REPORT           PIC X(08).
           05  CTL-BUS-DATE         PIC X(08).

       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  PROCESS-DATE-FILE
           RECORDING MODE IS F.
       01  PROCESS-DATE-CARD.
           05  PD-DATE             PIC X(08).

       FD  COMB-REPORT-FILE
           RECORDING MODE IS F.
       01  COMB-REPORT-LINE            PIC X(100).

       FD  FACT-REPORT-FILE
           RECORDING MODE IS F.
       01  FACT-REPORT-LINE            PIC X(132).

       FD  GROWTH-REPORT-FILE
           RECORDING MODE IS F.
       01  GROWTH-REPORT-LINE          PIC X(80).

       FD  DISTRIBUTION-REPORT
           RECORDING MODE IS F.
       01  DISTRIBUTION-LINE           PIC X(132).

      * ONE RECORD PER BUNDLE PRODUCED - THE PROOF OF WHAT WENT TO
      * WHOM. STATUS IS PRODUCED OR UNROUTED ON A NIGHTLY RUN, AND
      * MATCHED, DIFFERS OR UNLOGGED ON A REPRINT DEPENDING ON HOW IT
      * COMPARES WITH THE NIGHTLY BUNDLE LOGGED FOR THAT DATE.
       FD  DISTRIBUTION-LOG-FILE
           RECORDING MODE IS F.
       01  DISTRIBUTION-LOG-RECORD.
           05  DL-BUS-DATE          PIC X(08).
           05  DL-REPORT            PIC X(08).
           05  DL-DEPT              PIC X(04).
           05  DL-RUN-TYPE          PIC X(08).
           05  DL-COPIES            PIC 9(02).
           05  DL-PAGES             PIC 9(05).
           05  DL-LINES             PIC 9(07).
           05  DL-STATUS            PIC X(10).
           05  DL-PRINT-DATE        PIC X(08).
           05  DL-PRINT-TIME        PIC X(06).

       WORKING-STORAGE SECTION.

         77 table-eof-sw PIC X(01) VALUE "N".
           88 table-eof                 VALUE "Y".
         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 log-eof-sw PIC X(01) VALUE "N".
           88 log-eof                   VALUE "Y".
         77 report-eof-sw PIC X(01) VALUE "N".
           88 report-eof                VALUE "Y".
         77 reprint-sw PIC X(01) VALUE "N".
           88 reprint-run               VALUE "Y".
         77 found-sw PIC X(01) VALUE "N".
           88 entry-found               VALUE "Y".
         77 takes-sw PIC X(01) VALUE "N".
           88 entry-takes-line          VALUE "Y".
         77 taken-sw PIC X(01) VALUE "N".
           88 line-taken                VALUE "Y".
         77 warning-sw PIC X(01) VALUE "N".
           88 distribution-warning      VALUE "Y".

         77 business-date PIC X(08).
         77 line-kind PIC X(01).
           88 heading-line              VALUE "H".
           88 body-line                 VALUE "B".
         77 look-id PIC X(08).
         77 owner-dept PIC X(04).
         77 section-dept PIC X(04).
         77 line-no PIC 9(07).
         77 unrouted-lines PIC 9(07).
         77 bundle-x PIC 9(03).
         77 bundle-dept PIC X(04).
         77 bundle-lines PIC 9(07).
         77 bundle-copies PIC 9(02).
         77 bundle-pages PIC 9(05).
         77 bundle-count PIC 9(05) VALUE 0.
         77 page-no PIC 9(05).
         77 page-line PIC 9(03).
         77 lines-per-page PIC 9(03) VALUE 50.
         77 copy-x PIC 9(02).
         77 rpt-x PIC 9(01).
         77 hdr-x PIC 9(01).
         77 hdr-count PIC 9(01).
         77 dist-x PIC 9(03).
         77 take-x PIC 9(03).
         77 dist-count PIC 9(03) VALUE 0.
         77 dist-max PIC 9(03) VALUE 100.
         77 id-x PIC 9(04).
         77 id-count PIC 9(04) VALUE 0.
         77 id-max PIC 9(04) VALUE 2000.
         77 log-x PIC 9(03).
         77 log-count PIC 9(03) VALUE 0.
         77 log-max PIC 9(03) VALUE 300.

      * THE THREE REPORTS BURST, WITH THE NUMBER OF REPORT HEADING
      * LINES AT THE TOP OF EACH THAT ARE REPEATED ON EVERY BODY PAGE
      * OF EVERY BUNDLE.
         01 report-names.
           05  FILLER               PIC X(09) VALUE "COMBRPT 2".
           05  FILLER               PIC X(09) VALUE "FACTPRT 0".
           05  FILLER               PIC X(09) VALUE "FIBGRRPT2".
         01 report-table REDEFINES report-names.
           05  RT-ENTRY OCCURS 3 TIMES.
               10  RT-NAME          PIC X(08).
               10  RT-HDR-LINES     PIC 9(01).

         01 heading-table.
           05  HT-LINE OCCURS 5 TIMES PIC X(132).

         01 distribution-table.
           05  DT-ENTRY OCCURS 100 TIMES.
               10  DT-REPORT        PIC X(08).
               10  DT-DEPT          PIC X(04).
               10  DT-COPIES        PIC 9(02).
               10  DT-SCOPE         PIC X(01).
                   88 DT-WHOLE-REPORT       VALUE "A".
               10  DT-LINES         PIC 9(07).

      * THE REQUEST IDS THAT APPEAR ON TONIGHT'S REPORTS AND THE
      * DEPARTMENT REQMSTR SAYS ASKED FOR EACH.
         01 request-id-table.
           05  IT-ENTRY OCCURS 2000 TIMES.
               10  IT-REQUEST-ID    PIC X(08).
               10  IT-DEPT          PIC X(04).

      * THE NIGHTLY BUNDLES LOGGED FOR THE DATE BEING REPRINTED.
         01 logged-bundle-table.
           05  LG-ENTRY OCCURS 300 TIMES.
               10  LG-REPORT        PIC X(08).
               10  LG-DEPT          PIC X(04).
               10  LG-LINES         PIC 9(07).

         01 report-line              PIC X(132).

         01 DTBL-FILE-STATUS          PIC X(02).
         01 DCTL-FILE-STATUS          PIC X(02).
         01 RMST-FILE-STATUS          PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 CRPT-FILE-STATUS          PIC X(02).
         01 FRPT-FILE-STATUS          PIC X(02).
         01 GRPT-FILE-STATUS          PIC X(02).
         01 DLOG-FILE-STATUS          PIC X(02).
         01 RPT-FILE-STATUS           PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 banner-title-line.
           05  FILLER               PIC X(40)
               VALUE "      REPORT DISTRIBUTION BANNER PAGE".
         01 banner-dept-line.
           05  FILLER               PIC X(22)
               VALUE "      DEPARTMENT:".
           05  BL-DEPT              PIC X(04).
         01 banner-report-line.
           05  FILLER               PIC X(22)
               VALUE "      REPORT:".
           05  BL-REPORT            PIC X(08).
         01 banner-date-line.
           05  FILLER               PIC X(22)
               VALUE "      BUSINESS DATE:".
           05  BL-DATE-MM           PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  BL-DATE-DD           PIC X(02).
           05  FILLER               PIC X(01) VALUE "/".
           05  BL-DATE-CCYY         PIC X(04).
         01 banner-pages-line.
           05  FILLER               PIC X(22)
               VALUE "      PAGES:".
           05  BL-PAGES             PIC ZZZZ9.
           05  FILLER               PIC X(30)
               VALUE "  INCLUDING THIS BANNER".
         01 banner-lines-line.
           05  FILLER               PIC X(22)
               VALUE "      REPORT LINES:".
           05  BL-LINES             PIC ZZZZZZ9.
         01 banner-copy-line.
           05  FILLER               PIC X(22)
               VALUE "      COPY:".
           05  BL-COPY              PIC Z9.
           05  FILLER               PIC X(04) VALUE " OF ".
           05  BL-COPIES            PIC Z9.
         01 banner-run-line.
           05  FILLER               PIC X(22)
               VALUE "      PRODUCED:".
           05  BL-RUN-TYPE          PIC X(08).
           05  FILLER               PIC X(04) VALUE " ON ".
           05  BL-PRINT-DATE        PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  BL-PRINT-TIME        PIC X(06).
         01 banner-unrouted-line.
           05  FILLER               PIC X(34)
               VALUE "      UNROUTED - NO REQUEST ID, ID".
           05  FILLER               PIC X(34)
               VALUE " NOT ON REQMSTR, OR DEPARTMENT HAS".
           05  FILLER               PIC X(33)
               VALUE " NO DISTTBL ENTRY - ROUTE BY HAND".

         01 page-heading-line.
           05  FILLER               PIC X(05) VALUE "DEPT ".
           05  PH-DEPT              PIC X(04).
           05  FILLER               PIC X(09) VALUE "  REPORT ".
           05  PH-REPORT            PIC X(08).
           05  FILLER               PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  PH-DATE              PIC X(08).
           05  FILLER               PIC X(07) VALUE "  COPY ".
           05  PH-COPY              PIC Z9.
           05  FILLER               PIC X(07) VALUE "  PAGE ".
           05  PH-PAGE              PIC ZZZZ9.
           05  FILLER               PIC X(04) VALUE " OF ".
           05  PH-PAGES             PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * BURSTS THE NIGHT'S COMBRPT, FACTPRT AND FIBGRRPT INTO ONE
      * BUNDLE PER RECEIVING DEPARTMENT IN PLACE OF OPERATIONS
      * SPLITTING THE PRINT BY HAND. COMBRPT CARRIES THE REQUEST ID
      * ON EVERY DETAIL LINE AND FIBGRRPT ON EVERY SECTION HEADING;
      * REQMSTR TURNS EACH ID INTO THE REQUESTING DEPARTMENT, AND THE
      * DISTTBL CARDS SAY WHICH DEPARTMENTS TAKE WHICH REPORTS, HOW
      * MANY COPIES, AND WHETHER THEY TAKE ONLY THEIR OWN LINES OR
      * THE WHOLE REPORT (FACTPRT IS A TABLE NO REQUEST DRIVES, SO IT
      * ONLY EVER GOES OUT WHOLE). EVERY BUNDLE OPENS WITH A BANNER
      * PAGE - DEPARTMENT, REPORT, BUSINESS DATE AND PAGE COUNT - AND
      * IS LOGGED ON DISTLOG. LINES NO DEPARTMENT TAKES ARE NOT
      * DROPPED: THEY GO TO AN UNROUTED BUNDLE FOR OPERATIONS AND THE
      * STEP ENDS RC 4. A DISTCTL REPRINT CARD REPRODUCES ONE
      * DEPARTMENT'S BUNDLE AND PROVES IT AGAINST THE LOGGED ONE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0900-READ-CONTROL-CARD
           PERFORM 1000-LOAD-DISTRIBUTION-TABLE
           IF dist-count = 0
               DISPLAY "RPTDIST - NO DISTTBL ENTRIES, STATUS "
                   DTBL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 1500-COLLECT-REQUEST-IDS
               PERFORM 1700-RESOLVE-DEPARTMENTS
               IF reprint-run
                   PERFORM 1800-LOAD-LOGGED-BUNDLES
               END-IF
               OPEN OUTPUT DISTRIBUTION-REPORT
               OPEN EXTEND DISTRIBUTION-LOG-FILE
               IF DLOG-FILE-STATUS = "35"
                   OPEN OUTPUT DISTRIBUTION-LOG-FILE
               END-IF
               PERFORM 2000-DISTRIBUTE-ONE-REPORT
                   VARYING rpt-x FROM 1 BY 1 UNTIL rpt-x > 3
               CLOSE DISTRIBUTION-REPORT
               CLOSE DISTRIBUTION-LOG-FILE
               DISPLAY "RPTDIST - BUNDLES PRODUCED: " bundle-count
               EVALUATE TRUE
                   WHEN reprint-run AND bundle-count = 0
                       DISPLAY "RPTDIST - NOTHING TO REPRINT FOR DEPT "
                           CTL-DEPT
                       MOVE 8 TO RETURN-CODE
                   WHEN distribution-warning
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 0 TO RETURN-CODE
               END-EVALUATE
           END-IF
           STOP RUN.

       0800-GET-PROCESS-DATE.
      * THE BANNERS CARRY THE BUSINESS DATE OF THE CYCLE ON THE
      * PROCDATE CARD; NO CARD (OR A BAD ONE) FALLS BACK TO THE
      * CLOCK DATE.
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

       0900-READ-CONTROL-CARD.
      * A REPRINT IS LABELED WITH THE BUSINESS DATE OF THE BUNDLE IT
      * REPRODUCES, NOT THE DAY IT WAS ASKED FOR.
           MOVE SPACES TO DISTRIBUTION-CONTROL-CARD
           OPEN INPUT DISTRIBUTION-CONTROL-FILE
           IF DCTL-FILE-STATUS = "00"
               READ DISTRIBUTION-CONTROL-FILE
                   AT END MOVE SPACES TO DISTRIBUTION-CONTROL-CARD
               END-READ
               CLOSE DISTRIBUTION-CONTROL-FILE
           END-IF
           IF CTL-FUNCTION = "REPRINT"
               SET reprint-run TO TRUE
               IF CTL-BUS-DATE IS NUMERIC
                   MOVE CTL-BUS-DATE TO business-date
               END-IF
               DISPLAY "RPTDIST - REPRINT FOR DEPT " CTL-DEPT
                   " REPORT " CTL-REPORT " DATE " business-date
           END-IF.

       1000-LOAD-DISTRIBUTION-TABLE.
           OPEN INPUT DISTRIBUTION-TABLE-FILE
           IF DTBL-FILE-STATUS NOT = "00"
               SET table-eof TO TRUE
           END-IF
           PERFORM 1100-LOAD-ONE-TABLE-CARD
               UNTIL table-eof
           IF DTBL-FILE-STATUS NOT = "35"
               CLOSE DISTRIBUTION-TABLE-FILE
           END-IF.

       1100-LOAD-ONE-TABLE-CARD.
           READ DISTRIBUTION-TABLE-FILE
               AT END SET table-eof TO TRUE
               NOT AT END
                   IF TBL-REPORT NOT = SPACES
                       AND TBL-DEPT NOT = SPACES
                       IF dist-count < dist-max
                           ADD 1 TO dist-count
                           MOVE TBL-REPORT TO DT-REPORT (dist-count)
                           MOVE TBL-DEPT TO DT-DEPT (dist-count)
                           MOVE TBL-SCOPE TO DT-SCOPE (dist-count)
                           MOVE 0 TO DT-LINES (dist-count)
                           IF TBL-COPIES IS NUMERIC
                               AND TBL-COPIES > "00"
                               MOVE TBL-COPIES TO DT-COPIES (dist-count)
                           ELSE
                               MOVE 1 TO DT-COPIES (dist-count)
                           END-IF
                       ELSE
                           DISPLAY "RPTDIST - DISTTBL FULL, IGNORED "
                               DISTRIBUTION-TABLE-CARD
                       END-IF
                   END-IF
           END-READ.

       1500-COLLECT-REQUEST-IDS.
      * ONLY THE REQUEST IDS ON TONIGHT'S REPORTS ARE LOOKED UP, SO
      * THE TABLE IS SIZED BY THE NIGHT'S VOLUME AND NOT BY THE
      * WHOLE HISTORY ON REQMSTR. FACTPRT CARRIES NO IDS.
           PERFORM 1510-COLLECT-FROM-ONE-REPORT
               VARYING rpt-x FROM 1 BY 1 UNTIL rpt-x > 3.

       1510-COLLECT-FROM-ONE-REPORT.
           IF rpt-x NOT = 2
               PERFORM 3100-OPEN-REPORT
               MOVE 0 TO line-no
               PERFORM 1520-COLLECT-FROM-ONE-LINE
                   UNTIL report-eof
               PERFORM 3300-CLOSE-REPORT
           END-IF.

       1520-COLLECT-FROM-ONE-LINE.
           PERFORM 3200-READ-REPORT-LINE
           IF NOT report-eof
               ADD 1 TO line-no
               MOVE SPACES TO look-id
               IF line-no > RT-HDR-LINES (rpt-x)
                   IF rpt-x = 1
                       MOVE report-line (84:8) TO look-id
                   ELSE
                       IF report-line (1:9) = "REQUEST #"
                           MOVE report-line (71:8) TO look-id
                       END-IF
                   END-IF
               END-IF
               IF look-id NOT = SPACES
                   PERFORM 3500-FIND-REQUEST-ID
                   IF NOT entry-found
                       IF id-count < id-max
                           ADD 1 TO id-count
                           MOVE look-id TO IT-REQUEST-ID (id-count)
                           MOVE SPACES TO IT-DEPT (id-count)
                       ELSE
                           DISPLAY "RPTDIST - REQUEST ID TABLE FULL, "
                               look-id " LEFT UNROUTED"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1700-RESOLVE-DEPARTMENTS.
           IF id-count > 0
               OPEN INPUT REQUEST-MASTER-FILE
               IF RMST-FILE-STATUS NOT = "00"
                   SET master-eof TO TRUE
                   DISPLAY "RPTDIST - REQMSTR NOT AVAILABLE, STATUS "
                       RMST-FILE-STATUS
               END-IF
               PERFORM 1710-RESOLVE-ONE-REQUEST
                   UNTIL master-eof
               IF RMST-FILE-STATUS NOT = "35"
                   CLOSE REQUEST-MASTER-FILE
               END-IF
           END-IF.

       1710-RESOLVE-ONE-REQUEST.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE RM-REQUEST-ID TO look-id
                   PERFORM 3500-FIND-REQUEST-ID
                   IF entry-found
                       MOVE RM-DEPT TO IT-DEPT (id-x)
                   END-IF
           END-READ.

       1800-LOAD-LOGGED-BUNDLES.
      * THE LAST NIGHTLY BUNDLE LOGGED FOR EACH REPORT AND DEPARTMENT
      * ON THE DATE BEING REPRINTED - WHAT THE REPRINT MUST MATCH.
           OPEN INPUT DISTRIBUTION-LOG-FILE
           IF DLOG-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 1810-LOAD-ONE-LOG-RECORD
               UNTIL log-eof
           IF DLOG-FILE-STATUS NOT = "35"
               CLOSE DISTRIBUTION-LOG-FILE
           END-IF.

       1810-LOAD-ONE-LOG-RECORD.
           READ DISTRIBUTION-LOG-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   IF DL-BUS-DATE = business-date
                       AND DL-RUN-TYPE = "NIGHTLY"
                       AND DL-DEPT = CTL-DEPT
                       PERFORM 1820-FIND-LOGGED-BUNDLE
                       IF NOT entry-found
                           IF log-count < log-max
                               ADD 1 TO log-count
                               MOVE log-count TO log-x
                               MOVE DL-REPORT TO LG-REPORT (log-x)
                               MOVE DL-DEPT TO LG-DEPT (log-x)
                               SET entry-found TO TRUE
                           END-IF
                       END-IF
                       IF entry-found
                           MOVE DL-LINES TO LG-LINES (log-x)
                       END-IF
                   END-IF
           END-READ.

       1820-FIND-LOGGED-BUNDLE.
           MOVE "N" TO found-sw
           MOVE 0 TO log-x
           PERFORM 1830-MATCH-ONE-LOGGED-BUNDLE
               UNTIL entry-found OR log-x >= log-count.

       1830-MATCH-ONE-LOGGED-BUNDLE.
           ADD 1 TO log-x
           IF LG-REPORT (log-x) = DL-REPORT
               AND LG-DEPT (log-x) = DL-DEPT
               SET entry-found TO TRUE
           END-IF.

       2000-DISTRIBUTE-ONE-REPORT.
      * PASS ONE COUNTS EACH RECEIVER'S LINES SO THE BANNER CAN GIVE
      * THE PAGE COUNT UP FRONT; PASS TWO RE-READS THE REPORT ONCE PER
      * BUNDLE COPY AND PRINTS IT.
           IF reprint-run
               AND CTL-REPORT NOT = SPACES
               AND CTL-REPORT NOT = RT-NAME (rpt-x)
               CONTINUE
           ELSE
               PERFORM 2100-COUNT-REPORT-LINES
               IF RPT-FILE-STATUS = "00"
                   PERFORM 2500-PRODUCE-ONE-BUNDLE
                       VARYING dist-x FROM 1 BY 1
                       UNTIL dist-x > dist-count
                   IF unrouted-lines > 0
                       IF NOT reprint-run OR CTL-DEPT = "****"
                           MOVE 0 TO dist-x
                           PERFORM 2600-PRINT-BUNDLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2100-COUNT-REPORT-LINES.
           MOVE 0 TO unrouted-lines
           MOVE 0 TO hdr-count
           MOVE SPACES TO heading-table
           PERFORM 2110-CLEAR-ONE-ENTRY
               VARYING dist-x FROM 1 BY 1 UNTIL dist-x > dist-count
           PERFORM 3100-OPEN-REPORT
           IF RPT-FILE-STATUS NOT = "00"
               PERFORM 2120-CHECK-REPORT-EXPECTED
           ELSE
               MOVE 0 TO line-no
               MOVE SPACES TO section-dept
               PERFORM 2130-COUNT-ONE-LINE
                   UNTIL report-eof
               PERFORM 3300-CLOSE-REPORT
           END-IF.

       2110-CLEAR-ONE-ENTRY.
           MOVE 0 TO DT-LINES (dist-x).

       2120-CHECK-REPORT-EXPECTED.
      * A REPORT THAT DID NOT RUN TONIGHT IS ONLY WORTH A WARNING
      * WHEN SOME DEPARTMENT IS DUE A COPY OF IT.
           MOVE "N" TO found-sw
           PERFORM 2125-CHECK-ONE-ENTRY
               VARYING dist-x FROM 1 BY 1 UNTIL dist-x > dist-count
           IF entry-found
               DISPLAY "RPTDIST - " RT-NAME (rpt-x)
                   " NOT AVAILABLE, STATUS " RPT-FILE-STATUS
               SET distribution-warning TO TRUE
           END-IF.

       2125-CHECK-ONE-ENTRY.
           IF DT-REPORT (dist-x) = RT-NAME (rpt-x)
               SET entry-found TO TRUE
           END-IF.

       2130-COUNT-ONE-LINE.
           PERFORM 3200-READ-REPORT-LINE
           IF NOT report-eof
               PERFORM 3400-CLASSIFY-LINE
               IF heading-line
                   IF hdr-count < 5
                       ADD 1 TO hdr-count
                       MOVE report-line TO HT-LINE (hdr-count)
                   END-IF
               END-IF
               IF body-line
                   MOVE "N" TO taken-sw
                   PERFORM 2140-TALLY-ONE-ENTRY
                       VARYING take-x FROM 1 BY 1
                       UNTIL take-x > dist-count
                   IF NOT line-taken
                       ADD 1 TO unrouted-lines
                   END-IF
               END-IF
           END-IF.

       2140-TALLY-ONE-ENTRY.
           PERFORM 3600-TEST-ENTRY-TAKES-LINE
           IF entry-takes-line
               ADD 1 TO DT-LINES (take-x)
               SET line-taken TO TRUE
           END-IF.

       2500-PRODUCE-ONE-BUNDLE.
           IF DT-REPORT (dist-x) = RT-NAME (rpt-x)
               AND DT-LINES (dist-x) > 0
               IF NOT reprint-run OR DT-DEPT (dist-x) = CTL-DEPT
                   PERFORM 2600-PRINT-BUNDLE
               END-IF
           END-IF.

       2600-PRINT-BUNDLE.
      * dist-x IS THE RECEIVING DISTTBL ENTRY, OR ZERO FOR THE
      * UNROUTED BUNDLE, WHICH GOES TO OPERATIONS ONCE UNDER
      * DEPARTMENT "****".
           MOVE dist-x TO bundle-x
           IF bundle-x = 0
               MOVE "****" TO bundle-dept
               MOVE unrouted-lines TO bundle-lines
               MOVE 1 TO bundle-copies
               SET distribution-warning TO TRUE
           ELSE
               MOVE DT-DEPT (bundle-x) TO bundle-dept
               MOVE DT-LINES (bundle-x) TO bundle-lines
               MOVE DT-COPIES (bundle-x) TO bundle-copies
           END-IF
           COMPUTE bundle-pages = 1
               + (bundle-lines + lines-per-page - 1) / lines-per-page
           PERFORM 2700-PRINT-ONE-COPY
               VARYING copy-x FROM 1 BY 1 UNTIL copy-x > bundle-copies
           PERFORM 2900-LOG-BUNDLE
           ADD 1 TO bundle-count
           DISPLAY "RPTDIST - " RT-NAME (rpt-x) " DEPT " bundle-dept
               " PAGES " bundle-pages " COPIES " bundle-copies.

       2700-PRINT-ONE-COPY.
           PERFORM 2710-PRINT-BANNER-PAGE
           MOVE 0 TO page-no
           MOVE lines-per-page TO page-line
           PERFORM 3100-OPEN-REPORT
           MOVE 0 TO line-no
           MOVE SPACES TO section-dept
           PERFORM 2800-PRINT-ONE-LINE
               UNTIL report-eof
           PERFORM 3300-CLOSE-REPORT.

       2710-PRINT-BANNER-PAGE.
           MOVE ALL "*" TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE banner-title-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE bundle-dept TO BL-DEPT
           MOVE banner-dept-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE RT-NAME (rpt-x) TO BL-REPORT
           MOVE banner-report-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE business-date (5:2) TO BL-DATE-MM
           MOVE business-date (7:2) TO BL-DATE-DD
           MOVE business-date (1:4) TO BL-DATE-CCYY
           MOVE banner-date-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE bundle-pages TO BL-PAGES
           MOVE banner-pages-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE bundle-lines TO BL-LINES
           MOVE banner-lines-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE copy-x TO BL-COPY
           MOVE bundle-copies TO BL-COPIES
           MOVE banner-copy-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           IF reprint-run
               MOVE "REPRINT" TO BL-RUN-TYPE
           ELSE
               MOVE "NIGHTLY" TO BL-RUN-TYPE
           END-IF
           MOVE CD-DATE TO BL-PRINT-DATE
           MOVE CD-TIME TO BL-PRINT-TIME
           MOVE banner-run-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           IF bundle-x = 0
               MOVE SPACES TO DISTRIBUTION-LINE
               WRITE DISTRIBUTION-LINE
               MOVE banner-unrouted-line TO DISTRIBUTION-LINE
               WRITE DISTRIBUTION-LINE
           END-IF
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE ALL "*" TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE.

       2800-PRINT-ONE-LINE.
           PERFORM 3200-READ-REPORT-LINE
           IF NOT report-eof
               PERFORM 3400-CLASSIFY-LINE
               IF body-line
                   IF bundle-x = 0
                       MOVE "N" TO taken-sw
                       PERFORM 2810-TEST-ONE-RECEIVER
                           VARYING take-x FROM 1 BY 1
                           UNTIL take-x > dist-count
                       IF line-taken
                           MOVE "N" TO takes-sw
                       ELSE
                           SET entry-takes-line TO TRUE
                       END-IF
                   ELSE
                       MOVE bundle-x TO take-x
                       PERFORM 3600-TEST-ENTRY-TAKES-LINE
                   END-IF
                   IF entry-takes-line
                       IF page-line >= lines-per-page
                           PERFORM 2850-START-BODY-PAGE
                       END-IF
                       MOVE report-line TO DISTRIBUTION-LINE
                       WRITE DISTRIBUTION-LINE
                       ADD 1 TO page-line
                   END-IF
               END-IF
           END-IF.

       2810-TEST-ONE-RECEIVER.
           PERFORM 3600-TEST-ENTRY-TAKES-LINE
           IF entry-takes-line
               SET line-taken TO TRUE
           END-IF.

       2850-START-BODY-PAGE.
      * EVERY BODY PAGE IS TITLED WITH ITS BUNDLE AND CARRIES THE
      * REPORT'S OWN COLUMN HEADINGS.
           ADD 1 TO page-no
           MOVE bundle-dept TO PH-DEPT
           MOVE RT-NAME (rpt-x) TO PH-REPORT
           MOVE business-date TO PH-DATE
           MOVE copy-x TO PH-COPY
           COMPUTE PH-PAGE = page-no + 1
           MOVE bundle-pages TO PH-PAGES
           MOVE SPACES TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           MOVE page-heading-line TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE
           PERFORM 2860-PRINT-ONE-HEADING
               VARYING hdr-x FROM 1 BY 1 UNTIL hdr-x > hdr-count
           MOVE 0 TO page-line.

       2860-PRINT-ONE-HEADING.
           MOVE HT-LINE (hdr-x) TO DISTRIBUTION-LINE
           WRITE DISTRIBUTION-LINE.

       2900-LOG-BUNDLE.
           MOVE business-date TO DL-BUS-DATE
           MOVE RT-NAME (rpt-x) TO DL-REPORT
           MOVE bundle-dept TO DL-DEPT
           MOVE bundle-copies TO DL-COPIES
           MOVE bundle-pages TO DL-PAGES
           MOVE bundle-lines TO DL-LINES
           MOVE CD-DATE TO DL-PRINT-DATE
           MOVE CD-TIME TO DL-PRINT-TIME
           IF reprint-run
               MOVE "REPRINT" TO DL-RUN-TYPE
               PERFORM 2910-COMPARE-WITH-LOG
           ELSE
               MOVE "NIGHTLY" TO DL-RUN-TYPE
               IF bundle-x = 0
                   MOVE "UNROUTED" TO DL-STATUS
               ELSE
                   MOVE "PRODUCED" TO DL-STATUS
               END-IF
           END-IF
           WRITE DISTRIBUTION-LOG-RECORD.

       2910-COMPARE-WITH-LOG.
      * A REPRINT FROM THE RETAINED GENERATION SHOULD REPRODUCE THE
      * NIGHTLY BUNDLE LINE FOR LINE. ANYTHING ELSE - THE WRONG
      * GENERATION, OR A REQMSTR CHANGE THAT MOVED A REQUEST TO
      * ANOTHER DEPARTMENT - IS PRINTED BUT FLAGGED.
           PERFORM 1820-FIND-LOGGED-BUNDLE
           EVALUATE TRUE
               WHEN NOT entry-found
                   MOVE "UNLOGGED" TO DL-STATUS
                   DISPLAY "RPTDIST - NO NIGHTLY BUNDLE LOGGED FOR "
                       DL-REPORT " DEPT " DL-DEPT " ON " DL-BUS-DATE
                   SET distribution-warning TO TRUE
               WHEN LG-LINES (log-x) NOT = bundle-lines
                   MOVE "DIFFERS" TO DL-STATUS
                   DISPLAY "RPTDIST - REPRINT OF " DL-REPORT " DEPT "
                       DL-DEPT " HAS " bundle-lines " LINES, LOGGED "
                       LG-LINES (log-x)
                   SET distribution-warning TO TRUE
               WHEN OTHER
                   MOVE "MATCHED" TO DL-STATUS
           END-EVALUATE.

       3100-OPEN-REPORT.
           MOVE "N" TO report-eof-sw
           EVALUATE rpt-x
               WHEN 1
                   OPEN INPUT COMB-REPORT-FILE
                   MOVE CRPT-FILE-STATUS TO RPT-FILE-STATUS
               WHEN 2
                   OPEN INPUT FACT-REPORT-FILE
                   MOVE FRPT-FILE-STATUS TO RPT-FILE-STATUS
               WHEN OTHER
                   OPEN INPUT GROWTH-REPORT-FILE
                   MOVE GRPT-FILE-STATUS TO RPT-FILE-STATUS
           END-EVALUATE
           IF RPT-FILE-STATUS NOT = "00"
               SET report-eof TO TRUE
           END-IF.

       3200-READ-REPORT-LINE.
           MOVE SPACES TO report-line
           EVALUATE rpt-x
               WHEN 1
                   READ COMB-REPORT-FILE
                       AT END SET report-eof TO TRUE
                       NOT AT END
                           MOVE COMB-REPORT-LINE TO report-line
                   END-READ
               WHEN 2
                   READ FACT-REPORT-FILE
                       AT END SET report-eof TO TRUE
                       NOT AT END
                           MOVE FACT-REPORT-LINE TO report-line
                   END-READ
               WHEN OTHER
                   READ GROWTH-REPORT-FILE
                       AT END SET report-eof TO TRUE
                       NOT AT END
                           MOVE GROWTH-REPORT-LINE TO report-line
                   END-READ
           END-EVALUATE.

       3300-CLOSE-REPORT.
           IF RPT-FILE-STATUS NOT = "35"
               EVALUATE rpt-x
                   WHEN 1
                       CLOSE COMB-REPORT-FILE
                   WHEN 2
                       CLOSE FACT-REPORT-FILE
                   WHEN OTHER
                       CLOSE GROWTH-REPORT-FILE
               END-EVALUATE
           END-IF.

       3400-CLASSIFY-LINE.
      * THE REPORT'S OWN HEADING LINES ARE REPEATED ON EVERY BODY
      * PAGE. A COMBRPT DETAIL LINE BELONGS TO THE REQUEST ID IN
      * COLUMNS 84-91; A FIBGRRPT LINE BELONGS TO THE REQUEST ID ON
      * THE SECTION HEADING ABOVE IT (COLUMNS 71-78); FACTPRT LINES
      * BELONG TO NO REQUEST. A BLANK LINE OUTSIDE ANY REQUEST'S
      * SECTION IS ONLY SPACING AND GOES NOWHERE, AS DO THE COLUMN
      * HEADINGS COMBRPT PRINTS ABOVE EACH REQUEST-TYPE SECTION
      * (THE ONLY COMBRPT BODY LINES STARTING WITH A LETTER).
           ADD 1 TO line-no
           MOVE SPACES TO owner-dept
           IF line-no <= RT-HDR-LINES (rpt-x)
               MOVE "H" TO line-kind
           ELSE
               MOVE "B" TO line-kind
               EVALUATE rpt-x
                   WHEN 1
                       MOVE report-line (84:8) TO look-id
                       PERFORM 3450-LOOK-UP-DEPARTMENT
                       IF report-line = SPACES
                           OR report-line (1:1) = "N"
                           MOVE SPACE TO line-kind
                       END-IF
                   WHEN 3
                       IF report-line (1:9) = "REQUEST #"
                           MOVE report-line (71:8) TO look-id
                           PERFORM 3450-LOOK-UP-DEPARTMENT
                           MOVE owner-dept TO section-dept
                       ELSE
                           MOVE section-dept TO owner-dept
                       END-IF
                       IF report-line = SPACES
                           AND owner-dept = SPACES
                           MOVE SPACE TO line-kind
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       3450-LOOK-UP-DEPARTMENT.
           MOVE SPACES TO owner-dept
           IF look-id NOT = SPACES
               PERFORM 3500-FIND-REQUEST-ID
               IF entry-found
                   MOVE IT-DEPT (id-x) TO owner-dept
               END-IF
           END-IF.

       3500-FIND-REQUEST-ID.
           MOVE "N" TO found-sw
           MOVE 0 TO id-x
           PERFORM 3510-MATCH-ONE-REQUEST-ID
               UNTIL entry-found OR id-x >= id-count.

       3510-MATCH-ONE-REQUEST-ID.
           ADD 1 TO id-x
           IF IT-REQUEST-ID (id-x) = look-id
               SET entry-found TO TRUE
           END-IF.

       3600-TEST-ENTRY-TAKES-LINE.
      * ENTRY take-x TAKES THE CURRENT LINE WHEN IT IS AN ENTRY FOR
      * THIS REPORT AND EITHER TAKES THE WHOLE REPORT OR IS FOR THE
      * DEPARTMENT THAT ASKED FOR THE LINE.
           MOVE "N" TO takes-sw
           IF DT-REPORT (take-x) = RT-NAME (rpt-x)
               IF DT-WHOLE-REPORT (take-x)
                   SET entry-takes-line TO TRUE
               ELSE
                   IF owner-dept NOT = SPACES
                       AND owner-dept = DT-DEPT (take-x)
                       SET entry-takes-line TO TRUE
                   END-IF
               END-IF
           END-IF.
