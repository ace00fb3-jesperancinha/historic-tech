       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE ASSIGN TO "CHGBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-FILE-STATUS.
           SELECT PERIOD-MASTER-FILE ASSIGN TO "PERIODMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PMST-FILE-STATUS.
           SELECT BILLED-HISTORY-FILE ASSIGN TO "BILLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BHST-FILE-STATUS.
           SELECT RATE-CARD-FILE ASSIGN TO "RATECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT OPERATOR-DEPT-FILE ASSIGN TO "OPERDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ODPT-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUD-FILE-STATUS.
           SELECT INQUIRY-LOG-FILE ASSIGN TO "INQLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQLOG-FILE-STATUS.
           SELECT INVOICE-REPORT ASSIGN TO "CHGBRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-FEED-FILE ASSIGN TO "BILLFEED"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           RECORDING MODE IS F.
       01  CONTROL-CARD.
           05  CB-PERIOD           PIC X(06).

       FD  PERIOD-MASTER-FILE
           RECORDING MODE IS F.
      * MONTHSUM'S PERIOD MASTER - ONLY THE S (STATUS) RECORD IS OF
      * INTEREST HERE, FOR ITS OPEN/CLOSED STAMP.
       01  PERIOD-MASTER-RECORD.
           05  PM-TYPE             PIC X(01).
           05  PM-PERIOD           PIC X(06).
           05  PM-PROGRAM          PIC X(20).
           05  PM-RUNS             PIC 9(05).
           05  PM-RC0-COUNT        PIC 9(05).
           05  PM-RC2-COUNT        PIC 9(05).
           05  PM-RC4-COUNT        PIC 9(05).
           05  PM-RC8-COUNT        PIC 9(05).
           05  PM-TOTAL-SECS       PIC 9(09).
           05  PM-MIN-SECS         PIC 9(06).
           05  PM-MAX-SECS         PIC 9(06).
           05  PM-STATUS           PIC X(08).
           05  PM-CLOSE-DATE       PIC X(08).
           05  PM-CLOSE-TIME       PIC X(06).

       FD  BILLED-HISTORY-FILE
           RECORDING MODE IS F.
      * ONE RECORD PER BUSINESS MONTH EVER BILLED - WHEN IT WAS
      * BILLED, HOW MANY DEPARTMENTS WERE INVOICED AND THE GRAND
      * TOTAL THAT WENT TO FINANCE. A PERIOD ON THIS FILE IS NEVER
      * BILLED AGAIN.
       01  BILLED-HISTORY-RECORD.
           05  BH-PERIOD           PIC X(06).
           05  BH-BILLED-DATE      PIC X(08).
           05  BH-BILLED-TIME      PIC X(06).
           05  BH-DEPT-COUNT       PIC 9(03).
           05  BH-GRAND-TOTAL      PIC 9(11)V99.

       FD  RATE-CARD-FILE
           RECORDING MODE IS F.
      * ONE CARD PER CHARGE - REQUEST (PER REGISTERED REQUEST
      * ANSWERED), CPUSEC (PER ELAPSED SECOND OF COMPUTE STEP TIME)
      * AND LOOKUP (PER COMBINQ ON-LINE LOOKUP). THE RATE IS NINE
      * DIGITS WITH FOUR IMPLIED DECIMALS.
       01  RATE-CARD.
           05  RT-CHARGE           PIC X(08).
           05  RT-RATE             PIC 9(05)V9(04).

       FD  OPERATOR-DEPT-FILE
           RECORDING MODE IS F.
      * WHICH DEPARTMENT EACH COMBINQ SIGN-ON BELONGS TO, SO THE
      * ON-LINE LOOKUPS CAN BE CHARGED THE SAME WAY THE BATCH
      * REQUESTS ARE.
       01  OPERATOR-DEPT-CARD.
           05  OD-OPERATOR         PIC X(08).
           05  OD-DEPT             PIC X(04).

       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "audrec.cpy".

       FD  INQUIRY-LOG-FILE
           RECORDING MODE IS F.
           COPY "inqlog.cpy".

       FD  INVOICE-REPORT
           RECORDING MODE IS F.
       01  INVOICE-LINE                PIC X(100).

       FD  BILLING-FEED-FILE
           RECORDING MODE IS F.
      * ONE D RECORD PER DEPARTMENT INVOICED, BETWEEN AN H RECORD
      * (PERIOD AND CREATION STAMP) AND A T RECORD CARRYING THE
      * DETAIL COUNT AND THE GRAND TOTAL FINANCE FOOTS THE DETAILS
      * TO ON LOAD.
       01  BILLING-FEED-RECORD.
           05  BF-TYPE             PIC X(01).
           05  BF-PERIOD           PIC X(06).
           05  BF-DEPT             PIC X(04).
           05  BF-REQUEST-COUNT    PIC 9(07).
           05  BF-CPU-SECS         PIC 9(07)V99.
           05  BF-LOOKUP-COUNT     PIC 9(07).
           05  BF-REQUEST-AMOUNT   PIC 9(09)V99.
           05  BF-CPU-AMOUNT       PIC 9(09)V99.
           05  BF-LOOKUP-AMOUNT    PIC 9(09)V99.
           05  BF-TOTAL-AMOUNT     PIC 9(11)V99.
       01  BILLING-FEED-ENVELOPE.
           05  BE-TYPE             PIC X(01).
           05  BE-PERIOD           PIC X(06).
           05  BE-CREATE-DATE      PIC X(08).
           05  BE-CREATE-TIME      PIC X(06).
           05  BE-DETAIL-COUNT     PIC 9(05).
           05  BE-TOTAL-REQUESTS   PIC 9(07).
           05  BE-TOTAL-LOOKUPS    PIC 9(07).
           05  BE-GRAND-TOTAL      PIC 9(11)V99.

       WORKING-STORAGE SECTION.

         77 bill-period PIC X(06).
         77 master-eof-sw PIC X(01) VALUE "N".
           88 master-eof                VALUE "Y".
         77 history-eof-sw PIC X(01) VALUE "N".
           88 history-eof               VALUE "Y".
         77 rate-eof-sw PIC X(01) VALUE "N".
           88 rate-eof                  VALUE "Y".
         77 map-eof-sw PIC X(01) VALUE "N".
           88 map-eof                   VALUE "Y".
         77 result-eof-sw PIC X(01) VALUE "N".
           88 result-eof                VALUE "Y".
         77 audit-eof-sw PIC X(01) VALUE "N".
           88 audit-eof                 VALUE "Y".
         77 log-eof-sw PIC X(01) VALUE "N".
           88 log-eof                   VALUE "Y".
         77 invalid-sw PIC X(01) VALUE "N".
           88 parameter-invalid         VALUE "Y".
         77 refused-sw PIC X(01) VALUE "N".
           88 billing-refused           VALUE "Y".
         77 period-closed-sw PIC X(01) VALUE "N".
           88 period-closed             VALUE "Y".
         77 period-billed-sw PIC X(01) VALUE "N".
           88 period-billed             VALUE "Y".
         77 request-rate-sw PIC X(01) VALUE "N".
           88 request-rate-found        VALUE "Y".
         77 cpu-rate-sw PIC X(01) VALUE "N".
           88 cpu-rate-found            VALUE "Y".
         77 lookup-rate-sw PIC X(01) VALUE "N".
           88 lookup-rate-found         VALUE "Y".
         77 found-sw PIC X(01) VALUE "N".
           88 entry-found               VALUE "Y".

         77 rate-per-request PIC 9(05)V9(04) VALUE 0.
         77 rate-per-cpu-sec PIC 9(05)V9(04) VALUE 0.
         77 rate-per-lookup PIC 9(05)V9(04) VALUE 0.

         77 map-x PIC 9(03).
         77 map-count PIC 9(03) VALUE 0.
         77 map-max PIC 9(03) VALUE 100.
         77 dept-x PIC 9(03).
         77 dept-count PIC 9(03) VALUE 0.
         77 dept-max PIC 9(03) VALUE 50.
         77 rslt-x PIC 9(04).
         77 rslt-count PIC 9(04) VALUE 0.
         77 rslt-max PIC 9(04) VALUE 2000.
         77 run-x PIC 9(03).
         77 run-count PIC 9(03) VALUE 0.
         77 run-max PIC 9(03) VALUE 200.

         77 match-dept PIC X(04).
         77 match-request-id PIC X(08).
         77 match-program PIC X(20).
         77 match-run-date PIC X(08).
         77 request-share PIC 9(07)V99.
         77 unbilled-secs PIC 9(09) VALUE 0.
         77 dropped-count PIC 9(07) VALUE 0.

         77 total-requests PIC 9(07) VALUE 0.
         77 total-cpu-secs PIC 9(07)V99 VALUE 0.
         77 total-lookups PIC 9(07) VALUE 0.
         77 total-request-amount PIC 9(09)V99 VALUE 0.
         77 total-cpu-amount PIC 9(09)V99 VALUE 0.
         77 total-lookup-amount PIC 9(09)V99 VALUE 0.
         77 grand-total PIC 9(11)V99 VALUE 0.
         77 cross-foot-total PIC 9(11)V99 VALUE 0.

      * SIGN-ON TO DEPARTMENT MAP FROM THE OPERDEPT CARDS.
         01 operator-map-table.
           05  OM-ENTRY OCCURS 100 TIMES.
               10  OM-OPERATOR      PIC X(08).
               10  OM-DEPT          PIC X(04).

      * ONE ROW PER REGISTERED REQUEST ANSWERED IN THE PERIOD - THE
      * RUN THAT ANSWERED IT (PROGRAM AND BUSINESS DATE) AND THE
      * DEPARTMENT REQMSTR SAYS ASKED FOR IT. WHEN A REQUEST
      * PRODUCED SEVERAL RESULT RECORDS THE LAST ONE SEEN IS THE RUN
      * IT IS CHARGED TO, THE SAME RULE REQSTAT SETTLES ON.
         01 billed-request-table.
           05  BR-ENTRY OCCURS 2000 TIMES.
               10  BR-REQUEST-ID    PIC X(08).
               10  BR-PROGRAM       PIC X(20).
               10  BR-RUN-DATE      PIC X(08).
               10  BR-DEPT          PIC X(04).

      * ONE ROW PER COMPUTE RUN (PROGRAM AND BUSINESS DATE) THAT
      * ANSWERED AT LEAST ONE REGISTERED REQUEST - HOW MANY IT
      * ANSWERED, THE ELAPSED SECONDS AUDITLOG RECORDS FOR IT, AND
      * HOW MUCH OF THAT HAS BEEN SHARED OUT SO FAR.
         01 compute-run-table.
           05  RN-ENTRY OCCURS 200 TIMES.
               10  RN-PROGRAM       PIC X(20).
               10  RN-RUN-DATE      PIC X(08).
               10  RN-REQUESTS      PIC 9(05).
               10  RN-SHARED        PIC 9(05).
               10  RN-SECS          PIC 9(07).
               10  RN-ALLOCATED     PIC 9(07)V99.

         01 department-bill-table.
           05  DB-ENTRY OCCURS 50 TIMES.
               10  DB-DEPT          PIC X(04).
               10  DB-REQUESTS      PIC 9(07).
               10  DB-CPU-SECS      PIC 9(07)V99.
               10  DB-LOOKUPS       PIC 9(07).
               10  DB-REQUEST-AMOUNT PIC 9(09)V99.
               10  DB-CPU-AMOUNT    PIC 9(09)V99.
               10  DB-LOOKUP-AMOUNT PIC 9(09)V99.
               10  DB-TOTAL-AMOUNT  PIC 9(11)V99.

         01 CTL-FILE-STATUS           PIC X(02).
         01 PMST-FILE-STATUS          PIC X(02).
         01 BHST-FILE-STATUS          PIC X(02).
         01 RATE-FILE-STATUS          PIC X(02).
         01 ODPT-FILE-STATUS          PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 RMST-FILE-STATUS          PIC X(02).
         01 AUD-FILE-STATUS           PIC X(02).
         01 INQLOG-FILE-STATUS        PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(38)
               VALUE "DEPARTMENTAL CHARGEBACK - BUSINESS MON".
           05  FILLER               PIC X(04) VALUE "TH  ".
           05  RH-PERIOD            PIC X(06).
           05  FILLER               PIC X(10) VALUE "  BILLED  ".
           05  RH-DATE              PIC X(08).

         01 invoice-heading.
           05  FILLER               PIC X(20)
               VALUE "INVOICE - DEPARTMENT".
           05  FILLER               PIC X(01) VALUE SPACES.
           05  IH-DEPT              PIC X(04).
           05  FILLER               PIC X(09) VALUE "  PERIOD ".
           05  IH-PERIOD            PIC X(06).

         01 invoice-column-heading.
           05  FILLER               PIC X(24) VALUE "  CHARGE".
           05  FILLER               PIC X(14) VALUE "      QUANTITY".
           05  FILLER               PIC X(14) VALUE "          RATE".
           05  FILLER               PIC X(17)
               VALUE "           AMOUNT".

         01 invoice-charge-line.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IC-CHARGE            PIC X(22).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IC-QUANTITY          PIC ZZZZZZ9.99.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  IC-RATE              PIC ZZZZ9.9999.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IC-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 invoice-total-line.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(50)
               VALUE "INVOICE TOTAL".
           05  IT-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 summary-heading.
           05  FILLER               PIC X(38)
               VALUE "CHARGEBACK SUMMARY - ALL DEPARTMENTS".

         01 summary-column-heading.
           05  FILLER               PIC X(06) VALUE "DEPT".
           05  FILLER               PIC X(10) VALUE "  REQUESTS".
           05  FILLER               PIC X(13) VALUE "     CPU SECS".
           05  FILLER               PIC X(10) VALUE "   LOOKUPS".
           05  FILLER               PIC X(20)
               VALUE "       INVOICE TOTAL".

         01 summary-detail-line.
           05  SD-DEPT              PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-REQUESTS          PIC ZZZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SD-CPU-SECS          PIC ZZZZZZZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  SD-LOOKUPS           PIC ZZZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  SD-TOTAL             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 category-line.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CT-LABEL             PIC X(34).
           05  CT-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 grand-total-line.
           05  FILLER               PIC X(36)
               VALUE "GRAND TOTAL - ALL INVOICES".
           05  GT-AMOUNT            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

         01 unbilled-line.
           05  FILLER               PIC X(48) VALUE
               "ELAPSED SECONDS OF RUNS WITH NO REGISTERED WORK:".
           05  UB-SECS              PIC ZZZZZZZZ9.

         01 dropped-line.
           05  FILLER               PIC X(48) VALUE
               "ITEMS BEYOND TABLE CAPACITY - PERIOD NOT BILLED:".
           05  DR-COUNT             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * MONTHLY CHARGEBACK OF THE COMBINATORICS SERVICE TO THE
      * DEPARTMENTS THAT USED IT. EVERY REGISTERED REQUEST ANSWERED
      * IN THE BUSINESS MONTH (RESULTOUT, TIED BY REQUEST ID TO THE
      * REQMSTR DEPARTMENT) IS CHARGED A PER-REQUEST FEE PLUS ITS
      * SHARE OF THE ELAPSED SECONDS AUDITLOG RECORDS FOR THE RUN
      * THAT ANSWERED IT; EVERY COMBINQ LOOKUP IS CHARGED TO THE
      * DEPARTMENT OF THE SIGN-ON THAT MADE IT. RATES COME FROM THE
      * RATE CARD. THE INVOICES AND THE BILLING FEED ARE CUT ONLY
      * FOR A PERIOD MONTHSUM HAS STAMPED CLOSED - THE FIGURES ARE
      * THEN FINAL - AND ONLY ONCE: THE BILLED PERIOD IS RECORDED
      * AND ANY SECOND RUN FOR IT IS REFUSED WITH RC 8.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 1000-GET-CONTROL-CARD
           IF NOT parameter-invalid
               PERFORM 1100-CHECK-PERIOD-CLOSED
               PERFORM 1200-CHECK-ALREADY-BILLED
               PERFORM 1300-LOAD-RATE-CARD
               PERFORM 1400-LOAD-OPERATOR-MAP
               PERFORM 1500-INITIALIZE-REPORT
               IF billing-refused
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 2000-LOAD-PERIOD-RESULTS
                   PERFORM 2500-ATTRIBUTE-DEPARTMENTS
                   PERFORM 3000-TALLY-AUDIT-SECONDS
                   PERFORM 3500-ALLOCATE-RUN-SECONDS
                   PERFORM 4000-TALLY-INQUIRY-LOOKUPS
                   PERFORM 5000-PRICE-DEPARTMENTS
                   PERFORM 6000-WRITE-INVOICES
                   PERFORM 6500-WRITE-SUMMARY-PAGE
                   PERFORM 7000-WRITE-BILLING-FEED
                   IF NOT billing-refused
                       PERFORM 8000-RECORD-BILLED-PERIOD
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               PERFORM 9000-TERMINATE
           END-IF
           STOP RUN.

       1000-GET-CONTROL-CARD.
      * THE BUSINESS MONTH (YYYYMM) TO BILL COMES IN ON A ONE-CARD
      * CONTROL FILE, THE SAME SHAPE AS THE MONTHCTL CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF CTL-FILE-STATUS = "00"
               READ CONTROL-CARD-FILE
                   AT END MOVE SPACES TO CB-PERIOD
               END-READ
               CLOSE CONTROL-CARD-FILE
           ELSE
               MOVE SPACES TO CB-PERIOD
           END-IF
           IF CB-PERIOD IS NOT NUMERIC
               SET parameter-invalid TO TRUE
               DISPLAY "CHGBACK - INVALID PERIOD: " CB-PERIOD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CB-PERIOD TO bill-period
           END-IF.

       1100-CHECK-PERIOD-CLOSED.
      * A PERIOD STILL OPEN ON THE PERIOD MASTER CAN STILL CHANGE,
      * SO IT IS NOT BILLABLE YET.
           MOVE "N" TO master-eof-sw
           OPEN INPUT PERIOD-MASTER-FILE
           IF PMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
           END-IF
           PERFORM 1110-SCAN-ONE-PERIOD-RECORD
               UNTIL master-eof
           CLOSE PERIOD-MASTER-FILE
           IF NOT period-closed
               SET billing-refused TO TRUE
               DISPLAY "CHGBACK - PERIOD " bill-period
                   " NOT CLOSED BY MONTHSUM - NOT BILLABLE"
           END-IF.

       1110-SCAN-ONE-PERIOD-RECORD.
           READ PERIOD-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   IF PM-TYPE = "S" AND PM-PERIOD = bill-period
                       AND PM-STATUS = "CLOSED"
                       SET period-closed TO TRUE
                   END-IF
           END-READ.

       1200-CHECK-ALREADY-BILLED.
           MOVE "N" TO history-eof-sw
           OPEN INPUT BILLED-HISTORY-FILE
           IF BHST-FILE-STATUS NOT = "00"
               SET history-eof TO TRUE
           END-IF
           PERFORM 1210-SCAN-ONE-HISTORY-RECORD
               UNTIL history-eof
           CLOSE BILLED-HISTORY-FILE
           IF period-billed
               SET billing-refused TO TRUE
               DISPLAY "CHGBACK - PERIOD " bill-period
                   " ALREADY BILLED - SECOND BILLING REFUSED"
           END-IF.

       1210-SCAN-ONE-HISTORY-RECORD.
           READ BILLED-HISTORY-FILE
               AT END SET history-eof TO TRUE
               NOT AT END
                   IF BH-PERIOD = bill-period
                       SET period-billed TO TRUE
                   END-IF
           END-READ.

       1300-LOAD-RATE-CARD.
      * ALL THREE RATES MUST BE PRESENT AND NUMERIC - A MISSING RATE
      * WOULD SILENTLY BILL THAT CHARGE AT ZERO.
           MOVE "N" TO rate-eof-sw
           OPEN INPUT RATE-CARD-FILE
           IF RATE-FILE-STATUS NOT = "00"
               SET rate-eof TO TRUE
           END-IF
           PERFORM 1310-LOAD-ONE-RATE
               UNTIL rate-eof
           CLOSE RATE-CARD-FILE
           IF NOT request-rate-found OR NOT cpu-rate-found
               OR NOT lookup-rate-found
               SET billing-refused TO TRUE
               DISPLAY "CHGBACK - RATE CARD INCOMPLETE - REQUEST "
                   request-rate-sw " CPUSEC " cpu-rate-sw
                   " LOOKUP " lookup-rate-sw
           END-IF.

       1310-LOAD-ONE-RATE.
           READ RATE-CARD-FILE
               AT END SET rate-eof TO TRUE
               NOT AT END
                   IF RT-RATE IS NUMERIC
                       EVALUATE RT-CHARGE
                           WHEN "REQUEST"
                               MOVE RT-RATE TO rate-per-request
                               SET request-rate-found TO TRUE
                           WHEN "CPUSEC"
                               MOVE RT-RATE TO rate-per-cpu-sec
                               SET cpu-rate-found TO TRUE
                           WHEN "LOOKUP"
                               MOVE RT-RATE TO rate-per-lookup
                               SET lookup-rate-found TO TRUE
                           WHEN OTHER
                               DISPLAY "CHGBACK - UNKNOWN CHARGE "
                                   RT-CHARGE " IGNORED"
                       END-EVALUATE
                   ELSE
                       DISPLAY "CHGBACK - RATE NOT NUMERIC FOR "
                           RT-CHARGE
                   END-IF
           END-READ.

       1400-LOAD-OPERATOR-MAP.
           MOVE "N" TO map-eof-sw
           OPEN INPUT OPERATOR-DEPT-FILE
           IF ODPT-FILE-STATUS NOT = "00"
               SET map-eof TO TRUE
           END-IF
           PERFORM 1410-LOAD-ONE-OPERATOR
               UNTIL map-eof
           CLOSE OPERATOR-DEPT-FILE.

       1410-LOAD-ONE-OPERATOR.
           READ OPERATOR-DEPT-FILE
               AT END SET map-eof TO TRUE
               NOT AT END
                   IF map-count < map-max
                       ADD 1 TO map-count
                       MOVE OD-OPERATOR TO OM-OPERATOR (map-count)
                       MOVE OD-DEPT TO OM-DEPT (map-count)
                   END-IF
           END-READ.

       1500-INITIALIZE-REPORT.
           OPEN OUTPUT INVOICE-REPORT
           MOVE bill-period TO RH-PERIOD
           MOVE CD-DATE TO RH-DATE
           MOVE report-heading-1 TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           IF NOT period-closed
               MOVE "PERIOD NOT CLOSED BY MONTHSUM - NOT BILLABLE"
                   TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           IF period-billed
               MOVE "PERIOD ALREADY BILLED - SECOND BILLING REFUSED"
                   TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           IF NOT request-rate-found OR NOT cpu-rate-found
               OR NOT lookup-rate-found
               MOVE "RATE CARD INCOMPLETE - NOTHING BILLED"
                   TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

       2000-LOAD-PERIOD-RESULTS.
      * ONLY RESULT RECORDS FOR THE PERIOD CARRYING A REQUEST ID ARE
      * BILLABLE - RUNS NOT DRIVEN BY A REGISTERED REQUEST HAVE
      * SPACES THERE AND NO DEPARTMENT TO CHARGE.
           MOVE "N" TO result-eof-sw
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-STATUS NOT = "00"
               SET result-eof TO TRUE
               DISPLAY "CHGBACK - RESULTOUT NOT AVAILABLE, STATUS "
                   RSLT-FILE-STATUS
           END-IF
           PERFORM 2100-LOAD-ONE-RESULT
               UNTIL result-eof
           CLOSE RESULT-FILE.

       2100-LOAD-ONE-RESULT.
           READ RESULT-FILE
               AT END SET result-eof TO TRUE
               NOT AT END
                   IF NR-REQUEST-ID NOT = SPACES
                       AND NR-RUN-DATE (1:6) = bill-period
                       PERFORM 2200-FIND-REQUEST-ENTRY
                       IF entry-found
                           MOVE NR-PROGRAM TO BR-PROGRAM (rslt-x)
                           MOVE NR-RUN-DATE TO BR-RUN-DATE (rslt-x)
                       ELSE
                           IF rslt-count < rslt-max
                               ADD 1 TO rslt-count
                               MOVE NR-REQUEST-ID
                                   TO BR-REQUEST-ID (rslt-count)
                               MOVE NR-PROGRAM
                                   TO BR-PROGRAM (rslt-count)
                               MOVE NR-RUN-DATE
                                   TO BR-RUN-DATE (rslt-count)
                               MOVE "????" TO BR-DEPT (rslt-count)
                           ELSE
                               ADD 1 TO dropped-count
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2200-FIND-REQUEST-ENTRY.
           MOVE NR-REQUEST-ID TO match-request-id
           MOVE "N" TO found-sw
           MOVE 0 TO rslt-x
           PERFORM 2210-MATCH-ONE-REQUEST-ROW
               UNTIL entry-found OR rslt-x >= rslt-count.

       2210-MATCH-ONE-REQUEST-ROW.
           ADD 1 TO rslt-x
           IF BR-REQUEST-ID (rslt-x) = match-request-id
               SET entry-found TO TRUE
           END-IF.

       2500-ATTRIBUTE-DEPARTMENTS.
      * ONE PASS OVER THE REQUEST MASTER STAMPS EACH BILLABLE ROW
      * WITH THE DEPARTMENT THAT REGISTERED IT. A RESULT WHOSE
      * REQUEST IS NOT ON THE MASTER STAYS UNDER ????, THE SAME
      * UNKNOWN-DEPARTMENT CODE INTAKE USES, SO IT STILL SHOWS UP
      * ON THE INVOICES INSTEAD OF VANISHING FROM THE TOTAL.
           MOVE "N" TO master-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET master-eof TO TRUE
               DISPLAY "CHGBACK - REQMSTR NOT AVAILABLE, STATUS "
                   RMST-FILE-STATUS
           END-IF
           PERFORM 2510-ATTRIBUTE-ONE-REQUEST
               UNTIL master-eof
           CLOSE REQUEST-MASTER-FILE.

       2510-ATTRIBUTE-ONE-REQUEST.
           READ REQUEST-MASTER-FILE
               AT END SET master-eof TO TRUE
               NOT AT END
                   MOVE RM-REQUEST-ID TO match-request-id
                   MOVE "N" TO found-sw
                   MOVE 0 TO rslt-x
                   PERFORM 2210-MATCH-ONE-REQUEST-ROW
                       UNTIL entry-found OR rslt-x >= rslt-count
                   IF entry-found
                       MOVE RM-DEPT TO BR-DEPT (rslt-x)
                   END-IF
           END-READ.

       3000-TALLY-AUDIT-SECONDS.
      * FIRST THE RUNS THAT ANSWERED BILLABLE REQUESTS ARE LISTED
      * WITH HOW MANY EACH ANSWERED; THEN AUDITLOG SUPPLIES EACH
      * RUN'S ELAPSED SECONDS. SECONDS OF RUNS THAT ANSWERED NO
      * REGISTERED REQUEST ARE SHOWN ON THE SUMMARY BUT NOT BILLED.
           MOVE 0 TO rslt-x
           PERFORM 3100-COUNT-ONE-RUN-REQUEST
               UNTIL rslt-x >= rslt-count
           MOVE "N" TO audit-eof-sw
           OPEN INPUT AUDIT-FILE
           IF AUD-FILE-STATUS NOT = "00"
               SET audit-eof TO TRUE
               DISPLAY "CHGBACK - AUDITLOG NOT AVAILABLE, STATUS "
                   AUD-FILE-STATUS
           END-IF
           PERFORM 3300-TALLY-ONE-AUDIT-RECORD
               UNTIL audit-eof
           CLOSE AUDIT-FILE.

       3100-COUNT-ONE-RUN-REQUEST.
           ADD 1 TO rslt-x
           MOVE BR-PROGRAM (rslt-x) TO match-program
           MOVE BR-RUN-DATE (rslt-x) TO match-run-date
           PERFORM 3200-FIND-RUN-ENTRY
           IF NOT entry-found
               IF run-count < run-max
                   ADD 1 TO run-count
                   MOVE run-count TO run-x
                   MOVE match-program TO RN-PROGRAM (run-x)
                   MOVE match-run-date TO RN-RUN-DATE (run-x)
                   MOVE 0 TO RN-REQUESTS (run-x)
                   MOVE 0 TO RN-SHARED (run-x)
                   MOVE 0 TO RN-SECS (run-x)
                   MOVE 0 TO RN-ALLOCATED (run-x)
                   SET entry-found TO TRUE
               END-IF
           END-IF
           IF entry-found
               ADD 1 TO RN-REQUESTS (run-x)
           END-IF.

       3200-FIND-RUN-ENTRY.
           MOVE "N" TO found-sw
           MOVE 0 TO run-x
           PERFORM 3210-MATCH-ONE-RUN-ROW
               UNTIL entry-found OR run-x >= run-count.

       3210-MATCH-ONE-RUN-ROW.
           ADD 1 TO run-x
           IF RN-PROGRAM (run-x) = match-program
               AND RN-RUN-DATE (run-x) = match-run-date
               SET entry-found TO TRUE
           END-IF.

       3300-TALLY-ONE-AUDIT-RECORD.
      * RECORDS FROM BEFORE THE AUDIT LAYOUT CARRIED ELAPSED SECONDS
      * ARE SKIPPED, THE SAME WAY MONTHSUM SKIPS THEM.
           READ AUDIT-FILE
               AT END SET audit-eof TO TRUE
               NOT AT END
                   IF AUD-RUN-DATE (1:6) = bill-period
                       AND AUD-ELAPSED-SECS IS NUMERIC
                       MOVE AUD-PROGRAM TO match-program
                       MOVE AUD-RUN-DATE TO match-run-date
                       PERFORM 3200-FIND-RUN-ENTRY
                       IF entry-found
                           ADD AUD-ELAPSED-SECS TO RN-SECS (run-x)
                       ELSE
                           ADD AUD-ELAPSED-SECS TO unbilled-secs
                       END-IF
                   END-IF
           END-READ.

       3500-ALLOCATE-RUN-SECONDS.
      * EACH REQUEST TAKES AN EQUAL SHARE OF ITS RUN'S SECONDS; THE
      * LAST REQUEST OF A RUN TAKES WHATEVER THE ROUNDING LEFT, SO
      * THE SECONDS CHARGED ACROSS ALL DEPARTMENTS ADD BACK EXACTLY
      * TO THE SECONDS THE RUNS LOGGED.
           MOVE 0 TO rslt-x
           PERFORM 3510-CHARGE-ONE-REQUEST
               UNTIL rslt-x >= rslt-count.

       3510-CHARGE-ONE-REQUEST.
           ADD 1 TO rslt-x
           MOVE BR-DEPT (rslt-x) TO match-dept
           PERFORM 5100-FIND-DEPARTMENT-ENTRY
           MOVE BR-PROGRAM (rslt-x) TO match-program
           MOVE BR-RUN-DATE (rslt-x) TO match-run-date
           PERFORM 3200-FIND-RUN-ENTRY
           IF entry-found
               ADD 1 TO RN-SHARED (run-x)
               IF RN-SHARED (run-x) >= RN-REQUESTS (run-x)
                   COMPUTE request-share =
                       RN-SECS (run-x) - RN-ALLOCATED (run-x)
               ELSE
                   COMPUTE request-share ROUNDED =
                       RN-SECS (run-x) / RN-REQUESTS (run-x)
               END-IF
               ADD request-share TO RN-ALLOCATED (run-x)
           ELSE
               MOVE 0 TO request-share
           END-IF
           IF dept-x > 0
               ADD 1 TO DB-REQUESTS (dept-x)
               ADD request-share TO DB-CPU-SECS (dept-x)
           ELSE
               ADD 1 TO dropped-count
           END-IF.

       4000-TALLY-INQUIRY-LOOKUPS.
           MOVE "N" TO log-eof-sw
           OPEN INPUT INQUIRY-LOG-FILE
           IF INQLOG-FILE-STATUS NOT = "00"
               SET log-eof TO TRUE
           END-IF
           PERFORM 4100-TALLY-ONE-LOOKUP
               UNTIL log-eof
           CLOSE INQUIRY-LOG-FILE.

       4100-TALLY-ONE-LOOKUP.
      * LOOKUPS LOGGED BEFORE THE SCREEN CARRIED A SIGN-ON, OR BY A
      * SIGN-ON NOT ON THE OPERDEPT MAP, ARE CHARGED TO ????.
           READ INQUIRY-LOG-FILE
               AT END SET log-eof TO TRUE
               NOT AT END
                   IF IL-DATE (1:6) = bill-period
                       MOVE "????" TO match-dept
                       MOVE "N" TO found-sw
                       MOVE 0 TO map-x
                       PERFORM 4200-MATCH-ONE-OPERATOR
                           UNTIL entry-found OR map-x >= map-count
                       PERFORM 5100-FIND-DEPARTMENT-ENTRY
                       IF dept-x > 0
                           ADD 1 TO DB-LOOKUPS (dept-x)
                       ELSE
                           ADD 1 TO dropped-count
                       END-IF
                   END-IF
           END-READ.

       4200-MATCH-ONE-OPERATOR.
           ADD 1 TO map-x
           IF OM-OPERATOR (map-x) = IL-OPERATOR
               SET entry-found TO TRUE
               MOVE OM-DEPT (map-x) TO match-dept
           END-IF.

       5000-PRICE-DEPARTMENTS.
      * EACH CHARGE IS ROUNDED TO THE CENT ON ITS OWN LINE, THE
      * INVOICE TOTAL IS THE SUM OF ITS LINES AND THE GRAND TOTAL IS
      * THE SUM OF THE INVOICES - SO WHAT IS PRINTED IS WHAT FOOTS.
           MOVE 0 TO dept-x
           PERFORM 5010-PRICE-ONE-DEPARTMENT
               UNTIL dept-x >= dept-count.

       5010-PRICE-ONE-DEPARTMENT.
           ADD 1 TO dept-x
           COMPUTE DB-REQUEST-AMOUNT (dept-x) ROUNDED =
               DB-REQUESTS (dept-x) * rate-per-request
           COMPUTE DB-CPU-AMOUNT (dept-x) ROUNDED =
               DB-CPU-SECS (dept-x) * rate-per-cpu-sec
           COMPUTE DB-LOOKUP-AMOUNT (dept-x) ROUNDED =
               DB-LOOKUPS (dept-x) * rate-per-lookup
           COMPUTE DB-TOTAL-AMOUNT (dept-x) =
               DB-REQUEST-AMOUNT (dept-x) + DB-CPU-AMOUNT (dept-x)
               + DB-LOOKUP-AMOUNT (dept-x)
           ADD DB-REQUESTS (dept-x) TO total-requests
           ADD DB-CPU-SECS (dept-x) TO total-cpu-secs
           ADD DB-LOOKUPS (dept-x) TO total-lookups
           ADD DB-REQUEST-AMOUNT (dept-x) TO total-request-amount
           ADD DB-CPU-AMOUNT (dept-x) TO total-cpu-amount
           ADD DB-LOOKUP-AMOUNT (dept-x) TO total-lookup-amount
           ADD DB-TOTAL-AMOUNT (dept-x) TO grand-total.

       5100-FIND-DEPARTMENT-ENTRY.
      * LEAVES dept-x ON THE DEPARTMENT'S ROW, ADDING ONE IF IT IS
      * NEW - ZERO ONLY WHEN THE TABLE IS FULL.
           MOVE "N" TO found-sw
           MOVE 0 TO dept-x
           PERFORM 5110-MATCH-ONE-DEPARTMENT
               UNTIL entry-found OR dept-x >= dept-count
           IF NOT entry-found
               IF dept-count < dept-max
                   ADD 1 TO dept-count
                   MOVE dept-count TO dept-x
                   MOVE match-dept TO DB-DEPT (dept-x)
                   MOVE 0 TO DB-REQUESTS (dept-x)
                   MOVE 0 TO DB-CPU-SECS (dept-x)
                   MOVE 0 TO DB-LOOKUPS (dept-x)
                   MOVE 0 TO DB-REQUEST-AMOUNT (dept-x)
                   MOVE 0 TO DB-CPU-AMOUNT (dept-x)
                   MOVE 0 TO DB-LOOKUP-AMOUNT (dept-x)
                   MOVE 0 TO DB-TOTAL-AMOUNT (dept-x)
               ELSE
                   MOVE 0 TO dept-x
               END-IF
           END-IF.

       5110-MATCH-ONE-DEPARTMENT.
           ADD 1 TO dept-x
           IF DB-DEPT (dept-x) = match-dept
               SET entry-found TO TRUE
           END-IF.

       6000-WRITE-INVOICES.
           MOVE 0 TO dept-x
           PERFORM 6100-WRITE-ONE-INVOICE
               UNTIL dept-x >= dept-count
           IF dept-count = 0
               MOVE "NO BILLABLE ACTIVITY FOR THIS PERIOD"
                   TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF.

       6100-WRITE-ONE-INVOICE.
           ADD 1 TO dept-x
           MOVE DB-DEPT (dept-x) TO IH-DEPT
           MOVE bill-period TO IH-PERIOD
           MOVE invoice-heading TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE invoice-column-heading TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "REGISTERED REQUESTS" TO IC-CHARGE
           MOVE DB-REQUESTS (dept-x) TO IC-QUANTITY
           MOVE rate-per-request TO IC-RATE
           MOVE DB-REQUEST-AMOUNT (dept-x) TO IC-AMOUNT
           MOVE invoice-charge-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "COMPUTE SECONDS" TO IC-CHARGE
           MOVE DB-CPU-SECS (dept-x) TO IC-QUANTITY
           MOVE rate-per-cpu-sec TO IC-RATE
           MOVE DB-CPU-AMOUNT (dept-x) TO IC-AMOUNT
           MOVE invoice-charge-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "ON-LINE LOOKUPS" TO IC-CHARGE
           MOVE DB-LOOKUPS (dept-x) TO IC-QUANTITY
           MOVE rate-per-lookup TO IC-RATE
           MOVE DB-LOOKUP-AMOUNT (dept-x) TO IC-AMOUNT
           MOVE invoice-charge-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE DB-TOTAL-AMOUNT (dept-x) TO IT-AMOUNT
           MOVE invoice-total-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE.

       6500-WRITE-SUMMARY-PAGE.
      * THE CHARGE TOTALS ARE CROSS-FOOTED AGAINST THE SUM OF THE
      * INVOICES; IF THEY DISAGREE NOTHING IS RELEASED TO FINANCE.
      * NOR IS IT WHEN ANY REQUEST, RUN, DEPARTMENT OR LOOKUP FELL
      * OUTSIDE THE TABLES - THE PERIOD IS LEFT UNBILLED SO IT CAN
      * BE RUN AGAIN ONCE THE TABLES HOLD IT ALL.
           MOVE summary-heading TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE summary-column-heading TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE 0 TO dept-x
           PERFORM 6510-WRITE-ONE-SUMMARY-LINE
               UNTIL dept-x >= dept-count
           MOVE SPACES TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "TOTAL REQUEST CHARGES" TO CT-LABEL
           MOVE total-request-amount TO CT-AMOUNT
           MOVE category-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "TOTAL COMPUTE-SECOND CHARGES" TO CT-LABEL
           MOVE total-cpu-amount TO CT-AMOUNT
           MOVE category-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE "TOTAL ON-LINE LOOKUP CHARGES" TO CT-LABEL
           MOVE total-lookup-amount TO CT-AMOUNT
           MOVE category-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           MOVE grand-total TO GT-AMOUNT
           MOVE grand-total-line TO INVOICE-LINE
           WRITE INVOICE-LINE
           COMPUTE cross-foot-total = total-request-amount
               + total-cpu-amount + total-lookup-amount
           IF cross-foot-total = grand-total
               MOVE "INVOICES FOOT TO THE GRAND TOTAL" TO INVOICE-LINE
           ELSE
               MOVE "OUT OF BALANCE - CHARGES DO NOT FOOT TO INVOICES"
                   TO INVOICE-LINE
               SET billing-refused TO TRUE
               DISPLAY "CHGBACK - CHARGES " cross-foot-total
                   " DO NOT FOOT TO INVOICES " grand-total
           END-IF
           WRITE INVOICE-LINE
           IF unbilled-secs > 0
               MOVE unbilled-secs TO UB-SECS
               MOVE unbilled-line TO INVOICE-LINE
               WRITE INVOICE-LINE
           END-IF
           IF dropped-count > 0
               MOVE dropped-count TO DR-COUNT
               MOVE dropped-line TO INVOICE-LINE
               WRITE INVOICE-LINE
               SET billing-refused TO TRUE
               DISPLAY "CHGBACK - " dropped-count
                   " ITEMS BEYOND TABLE CAPACITY - PERIOD "
                   bill-period " NOT BILLED"
           END-IF.

       6510-WRITE-ONE-SUMMARY-LINE.
           ADD 1 TO dept-x
           MOVE DB-DEPT (dept-x) TO SD-DEPT
           MOVE DB-REQUESTS (dept-x) TO SD-REQUESTS
           MOVE DB-CPU-SECS (dept-x) TO SD-CPU-SECS
           MOVE DB-LOOKUPS (dept-x) TO SD-LOOKUPS
           MOVE DB-TOTAL-AMOUNT (dept-x) TO SD-TOTAL
           MOVE summary-detail-line TO INVOICE-LINE
           WRITE INVOICE-LINE.

       7000-WRITE-BILLING-FEED.
      * A REFUSED RUN STILL WRITES THE FEED'S ENVELOPE SO
      * FINANCE'S LOAD FINDS AN EMPTY, BALANCED FILE RATHER THAN
      * LAST MONTH'S - THE DETAILS GO OUT ONLY WHEN THE RUN FOOTS
      * AND NOTHING WAS LEFT OUT.
           OPEN OUTPUT BILLING-FEED-FILE
           MOVE SPACES TO BILLING-FEED-ENVELOPE
           MOVE "H" TO BE-TYPE
           MOVE bill-period TO BE-PERIOD
           MOVE CD-DATE TO BE-CREATE-DATE
           MOVE CD-TIME TO BE-CREATE-TIME
           WRITE BILLING-FEED-ENVELOPE
           IF NOT billing-refused
               MOVE 0 TO dept-x
               PERFORM 7100-WRITE-ONE-FEED-DETAIL
                   UNTIL dept-x >= dept-count
           END-IF
           MOVE SPACES TO BILLING-FEED-ENVELOPE
           MOVE "T" TO BE-TYPE
           MOVE bill-period TO BE-PERIOD
           MOVE CD-DATE TO BE-CREATE-DATE
           MOVE CD-TIME TO BE-CREATE-TIME
           IF billing-refused
               MOVE 0 TO BE-DETAIL-COUNT
               MOVE 0 TO BE-TOTAL-REQUESTS
               MOVE 0 TO BE-TOTAL-LOOKUPS
               MOVE 0 TO BE-GRAND-TOTAL
           ELSE
               MOVE dept-count TO BE-DETAIL-COUNT
               MOVE total-requests TO BE-TOTAL-REQUESTS
               MOVE total-lookups TO BE-TOTAL-LOOKUPS
               MOVE grand-total TO BE-GRAND-TOTAL
           END-IF
           WRITE BILLING-FEED-ENVELOPE
           CLOSE BILLING-FEED-FILE.

       7100-WRITE-ONE-FEED-DETAIL.
           ADD 1 TO dept-x
           MOVE SPACES TO BILLING-FEED-RECORD
           MOVE "D" TO BF-TYPE
           MOVE bill-period TO BF-PERIOD
           MOVE DB-DEPT (dept-x) TO BF-DEPT
           MOVE DB-REQUESTS (dept-x) TO BF-REQUEST-COUNT
           MOVE DB-CPU-SECS (dept-x) TO BF-CPU-SECS
           MOVE DB-LOOKUPS (dept-x) TO BF-LOOKUP-COUNT
           MOVE DB-REQUEST-AMOUNT (dept-x) TO BF-REQUEST-AMOUNT
           MOVE DB-CPU-AMOUNT (dept-x) TO BF-CPU-AMOUNT
           MOVE DB-LOOKUP-AMOUNT (dept-x) TO BF-LOOKUP-AMOUNT
           MOVE DB-TOTAL-AMOUNT (dept-x) TO BF-TOTAL-AMOUNT
           WRITE BILLING-FEED-RECORD.

       8000-RECORD-BILLED-PERIOD.
      * THE STAMP THAT MAKES THE PERIOD UNBILLABLE FROM HERE ON.
           OPEN EXTEND BILLED-HISTORY-FILE
           IF BHST-FILE-STATUS = "35"
               OPEN OUTPUT BILLED-HISTORY-FILE
           END-IF
           MOVE bill-period TO BH-PERIOD
           MOVE CD-DATE TO BH-BILLED-DATE
           MOVE CD-TIME TO BH-BILLED-TIME
           MOVE dept-count TO BH-DEPT-COUNT
           MOVE grand-total TO BH-GRAND-TOTAL
           WRITE BILLED-HISTORY-RECORD
           CLOSE BILLED-HISTORY-FILE
           DISPLAY "CHGBACK - PERIOD " bill-period " BILLED - "
               dept-count " DEPARTMENTS, GRAND TOTAL " grand-total.

       9000-TERMINATE.
           CLOSE INVOICE-REPORT.
