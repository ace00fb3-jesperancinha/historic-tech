       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANRECV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INBOUND-FILE ASSIGN TO "PLANREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INB-FILE-STATUS.
           SELECT INBOUND-CONTROL-FILE ASSIGN TO "INBDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ICTL-FILE-STATUS.
           SELECT FIB-ARRIVAL-FILE ASSIGN TO "FIBREQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FARR-FILE-STATUS.
           SELECT COMB-ARRIVAL-FILE ASSIGN TO "COMBREQIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARR-FILE-STATUS.
           SELECT PARM-ARRIVAL-FILE ASSIGN TO "PARMININ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARR-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "PLANRCPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ALERT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INBOUND-FILE
           RECORDING MODE IS F.
      * THE PLANNING SYSTEM'S REQUEST FILE, ENVELOPED THE SAME WAY
      * OUR OWN FEEDS TO THEM ARE - ONE H ROW (SENDER, BUSINESS DATE,
      * GENERATION), THE D ROWS (THE REQUEST FILE EACH CARD IS FOR
      * AND THE CARD ITSELF), AND ONE T ROW CARRYING THE D-ROW COUNT
      * AND THE HASH TOTAL OF N OVER EVERY D ROW.
       01  INBOUND-HEADER.
           05  IH-TYPE             PIC X(01).
           05  IH-SENDER           PIC X(08).
           05  IH-BUS-DATE         PIC X(08).
           05  IH-GENERATION       PIC X(05).
       01  INBOUND-DETAIL.
           05  ID-TYPE             PIC X(01).
           05  ID-TARGET           PIC X(08).
           05  ID-N                PIC X(05).
           05  ID-R                PIC X(05).
           05  ID-SEED-F1          PIC X(10).
           05  ID-SEED-F2          PIC X(10).
       01  INBOUND-TRAILER.
           05  IT-TYPE             PIC X(01).
           05  IT-REC-COUNT        PIC X(07).
           05  IT-HASH             PIC X(15).

       FD  INBOUND-CONTROL-FILE
           RECORDING MODE IS F.
      * ONE RECORD PER INBOUND GENERATION PRESENTED, ACCEPTED OR NOT
      * - THE INBOUND COUNTERPART OF XMITCTL. THE HIGHEST ACCEPTED
      * GENERATION PER SENDER IS WHAT THE NEXT FILE IS SEQUENCED
      * AGAINST.
       01  INBOUND-CONTROL-RECORD.
           05  IC-SENDER           PIC X(08).
           05  IC-BUS-DATE         PIC X(08).
           05  IC-GENERATION       PIC 9(05).
           05  IC-REC-COUNT        PIC 9(07).
           05  IC-HASH             PIC 9(15).
           05  IC-STATUS           PIC X(10).
           05  IC-RECEIVED-DATE    PIC X(08).
           05  IC-RECEIVED-TIME    PIC X(06).

       FD  FIB-ARRIVAL-FILE
           RECORDING MODE IS F.
       01  FIB-ARRIVAL-CARD.
           05  FA-N                PIC X(05).
           05  FA-SEED-F1          PIC X(10).
           05  FA-SEED-F2          PIC X(10).

       FD  COMB-ARRIVAL-FILE
           RECORDING MODE IS F.
       01  COMB-ARRIVAL-CARD.
           05  CA-N                PIC X(05).
           05  CA-R                PIC X(05).

       FD  PARM-ARRIVAL-FILE
           RECORDING MODE IS F.
       01  PARM-ARRIVAL-CARD.
           05  PA-N                PIC X(05).

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
      * OUR RECEIPT BACK TO PLANNING - WHAT WE TOOK FROM THEM (OR WHY
      * WE TOOK NOTHING), ECHOING THE ENVELOPE AND WHAT WE COUNTED,
      * SO THEIR SIDE CAN CLOSE THE LOOP THE WAY FEEDACK CLOSES OURS.
       01  RECEIPT-RECORD.
           05  RR-SENDER           PIC X(08).
           05  RR-BUS-DATE         PIC X(08).
           05  RR-GENERATION       PIC X(05).
           05  RR-STATUS           PIC X(10).
           05  RR-REC-COUNT        PIC 9(07).
           05  RR-HASH             PIC 9(15).
           05  RR-FIB-COUNT        PIC 9(05).
           05  RR-COMB-COUNT       PIC 9(05).
           05  RR-PARM-COUNT       PIC 9(05).
           05  RR-REASON           PIC X(40).
           05  RR-PROCESSED-DATE   PIC X(08).
           05  RR-PROCESSED-TIME   PIC X(06).

       FD  ALERT-FILE
           RECORDING MODE IS F.
      * SAME FIXED LAYOUT ESCALATE WRITES FOR THE MONITORING BRIDGE.
       01  ALERT-RECORD.
           05  ALT-PRIORITY        PIC X(08).
           05  ALT-PROGRAM         PIC X(20).
           05  ALT-DATE            PIC X(08).
           05  ALT-COUNT           PIC 9(05).
           05  ALT-REASON          PIC X(40).

       WORKING-STORAGE SECTION.

         77 inbound-eof-sw PIC X(01) VALUE "N".
           88 inbound-eof               VALUE "Y".
         77 ictl-eof-sw PIC X(01) VALUE "N".
           88 ictl-eof                  VALUE "Y".
         77 reject-sw PIC X(01) VALUE "N".
           88 file-rejected             VALUE "Y".
         77 header-seen-sw PIC X(01) VALUE "N".
           88 header-seen               VALUE "Y".
         77 trailer-seen-sw PIC X(01) VALUE "N".
           88 trailer-seen              VALUE "Y".
         77 prior-gen-sw PIC X(01) VALUE "N".
           88 prior-gen-found           VALUE "Y".
         77 gen-dup-sw PIC X(01) VALUE "N".
           88 generation-duplicate      VALUE "Y".

         77 reject-reason PIC X(40) VALUE SPACES.
         77 record-count PIC 9(07) VALUE 0.
         77 detail-count PIC 9(07) VALUE 0.
         77 hash-total PIC 9(15) VALUE 0.
         77 trailer-count PIC 9(07) VALUE 0.
         77 trailer-hash PIC 9(15) VALUE 0.
         77 detail-n PIC 9(05).
         77 fib-count PIC 9(05) VALUE 0.
         77 comb-count PIC 9(05) VALUE 0.
         77 parm-count PIC 9(05) VALUE 0.

         77 sender-id PIC X(08) VALUE SPACES.
         77 sender-bus-date PIC X(08) VALUE SPACES.
         77 sender-generation PIC X(05) VALUE SPACES.
         77 generation-num PIC 9(05) VALUE 0.
         77 last-generation PIC 9(05) VALUE 0.
         77 expected-generation PIC 9(05) VALUE 0.

         01 INB-FILE-STATUS           PIC X(02).
         01 ICTL-FILE-STATUS          PIC X(02).
         01 FARR-FILE-STATUS          PIC X(02).
         01 CARR-FILE-STATUS          PIC X(02).
         01 PARR-FILE-STATUS          PIC X(02).
         01 ALERT-FILE-STATUS         PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * TAKES THE PLANNING SYSTEM'S ENVELOPED REQUEST FILE IN AS A
      * WHOLE OR NOT AT ALL. PASS 1 PROVES THE ENVELOPE - ONE HEADER
      * FIRST, ONE TRAILER LAST, EVERY D ROW FOR A REQUEST FILE WE
      * RUN, THE TRAILER COUNT AND HASH OF N AGREEING WITH WHAT WAS
      * ACTUALLY RECEIVED, AND THE GENERATION THE NEXT ONE IN THE
      * SENDER'S SEQUENCE (NOT A REPEAT, NOT A SKIP). ONLY THEN DOES
      * PASS 2 SPLIT THE CARDS INTO THE FIBREQIN/COMBREQIN/PARMININ
      * ARRIVAL FILES FOR REQINTAK. EITHER WAY THE GENERATION IS
      * REGISTERED ON INBDCTL AND A RECEIPT GOES BACK; A REJECTED
      * FILE ALSO RAISES A PAGE-NOW ALERT. RUN BEFORE REQINTAK.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 1000-CHECK-ENVELOPE
           IF NOT file-rejected
               PERFORM 2000-CHECK-GENERATION
           END-IF
           IF NOT file-rejected
               PERFORM 3000-SPLIT-REQUESTS
           END-IF
           PERFORM 4000-REGISTER-GENERATION
           PERFORM 5000-WRITE-RECEIPT
           IF file-rejected
               PERFORM 6000-WRITE-REJECT-ALERT
               DISPLAY "PLANRECV - FILE REJECTED: " reject-reason
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PLANRECV - GENERATION " sender-generation
                   " ACCEPTED, FIB " fib-count " COMB " comb-count
                   " PARM " parm-count
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-CHECK-ENVELOPE.
           OPEN INPUT INBOUND-FILE
           IF INB-FILE-STATUS NOT = "00"
               SET inbound-eof TO TRUE
               MOVE "INBOUND FILE NOT AVAILABLE" TO reject-reason
               SET file-rejected TO TRUE
           END-IF
           PERFORM 1100-CHECK-ONE-RECORD
               UNTIL inbound-eof
           IF INB-FILE-STATUS NOT = "35"
               CLOSE INBOUND-FILE
           END-IF
           IF NOT file-rejected
               PERFORM 1500-CHECK-TRAILER-TOTALS
           END-IF.

       1100-CHECK-ONE-RECORD.
      * THE FIRST FAULT FOUND IS THE ONE REPORTED - THE FILE IS
      * REJECTED WHOLE, SO THE REST OF IT IS ONLY READ TO THE END.
           READ INBOUND-FILE
               AT END SET inbound-eof TO TRUE
               NOT AT END
                   ADD 1 TO record-count
                   IF NOT file-rejected
                       EVALUATE IH-TYPE
                           WHEN "H"
                               PERFORM 1200-CHECK-HEADER
                           WHEN "D"
                               PERFORM 1300-CHECK-DETAIL
                           WHEN "T"
                               PERFORM 1400-CHECK-TRAILER
                           WHEN OTHER
                               MOVE "UNKNOWN RECORD TYPE"
                                   TO reject-reason
                               SET file-rejected TO TRUE
                       END-EVALUATE
                   END-IF
           END-READ.

       1200-CHECK-HEADER.
           IF record-count NOT = 1
               MOVE "HEADER NOT THE FIRST RECORD" TO reject-reason
               SET file-rejected TO TRUE
           ELSE
               SET header-seen TO TRUE
               MOVE IH-SENDER TO sender-id
               MOVE IH-BUS-DATE TO sender-bus-date
               MOVE IH-GENERATION TO sender-generation
               IF IH-SENDER = SPACES
                   OR IH-BUS-DATE IS NOT NUMERIC
                   OR IH-GENERATION IS NOT NUMERIC
                   MOVE "HEADER SENDER, DATE OR GENERATION INVALID"
                       TO reject-reason
                   SET file-rejected TO TRUE
               ELSE
                   MOVE IH-GENERATION TO generation-num
               END-IF
           END-IF.

       1300-CHECK-DETAIL.
      * A NON-NUMERIC N ADDS NOTHING TO THE HASH BUT IS STILL A ROW -
      * THE CARD ITSELF GOES ON TO THE NIGHTLY VALIDATION AND THE
      * SUSPENSE FILE LIKE ANY OTHER BAD PUNCH.
           IF NOT header-seen
               MOVE "DETAIL BEFORE THE HEADER" TO reject-reason
               SET file-rejected TO TRUE
           ELSE
               IF trailer-seen
                   MOVE "DETAIL AFTER THE TRAILER" TO reject-reason
                   SET file-rejected TO TRUE
               ELSE
                   IF ID-TARGET NOT = "FIBREQ"
                       AND ID-TARGET NOT = "COMBREQ"
                       AND ID-TARGET NOT = "PARMIN"
                       MOVE "DETAIL FOR AN UNKNOWN REQUEST FILE"
                           TO reject-reason
                       SET file-rejected TO TRUE
                   ELSE
                       ADD 1 TO detail-count
                       IF ID-N IS NUMERIC
                           MOVE ID-N TO detail-n
                           ADD detail-n TO hash-total
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1400-CHECK-TRAILER.
           IF NOT header-seen OR trailer-seen
               MOVE "TRAILER OUT OF PLACE" TO reject-reason
               SET file-rejected TO TRUE
           ELSE
               SET trailer-seen TO TRUE
               IF IT-REC-COUNT IS NOT NUMERIC
                   OR IT-HASH IS NOT NUMERIC
                   MOVE "TRAILER COUNT OR HASH INVALID"
                       TO reject-reason
                   SET file-rejected TO TRUE
               ELSE
                   MOVE IT-REC-COUNT TO trailer-count
                   MOVE IT-HASH TO trailer-hash
               END-IF
           END-IF.

       1500-CHECK-TRAILER-TOTALS.
           IF record-count = 0
               MOVE "INBOUND FILE EMPTY" TO reject-reason
               SET file-rejected TO TRUE
           ELSE
               IF NOT trailer-seen
                   MOVE "NO TRAILER RECORD" TO reject-reason
                   SET file-rejected TO TRUE
               ELSE
                   IF trailer-count NOT = detail-count
                       MOVE "TRAILER COUNT DOES NOT BALANCE"
                           TO reject-reason
                       SET file-rejected TO TRUE
                   ELSE
                       IF trailer-hash NOT = hash-total
                           MOVE "TRAILER HASH OF N DOES NOT BALANCE"
                               TO reject-reason
                           SET file-rejected TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2000-CHECK-GENERATION.
      * THE NEXT GENERATION FROM A SENDER MUST BE ONE MORE THAN THE
      * HIGHEST IT HAS HAD ACCEPTED. AN ACCEPTED GENERATION SENT
      * AGAIN IS A DUPLICATE (LOADING IT WOULD DOUBLE EVERY REQUEST
      * IN IT), AND ONE THAT SKIPS AHEAD MEANS A FILE WENT MISSING
      * IN BETWEEN. A SENDER'S FIRST EVER FILE STARTS ITS SEQUENCE.
           MOVE "N" TO prior-gen-sw
           MOVE "N" TO gen-dup-sw
           MOVE 0 TO last-generation
           OPEN INPUT INBOUND-CONTROL-FILE
           IF ICTL-FILE-STATUS NOT = "00"
               SET ictl-eof TO TRUE
           END-IF
           PERFORM 2100-CHECK-ONE-CONTROL-RECORD
               UNTIL ictl-eof
           IF ICTL-FILE-STATUS NOT = "35"
               CLOSE INBOUND-CONTROL-FILE
           END-IF
           IF generation-duplicate
               MOVE "DUPLICATE GENERATION - ALREADY ACCEPTED"
                   TO reject-reason
               SET file-rejected TO TRUE
           ELSE
               IF prior-gen-found
                   COMPUTE expected-generation = last-generation + 1
                   IF generation-num NOT = expected-generation
                       MOVE "GENERATION OUT OF SEQUENCE"
                           TO reject-reason
                       SET file-rejected TO TRUE
                   END-IF
               END-IF
           END-IF.

       2100-CHECK-ONE-CONTROL-RECORD.
           READ INBOUND-CONTROL-FILE
               AT END SET ictl-eof TO TRUE
               NOT AT END
                   IF IC-SENDER = sender-id
                       AND IC-STATUS = "ACCEPTED"
                       SET prior-gen-found TO TRUE
                       IF IC-GENERATION = generation-num
                           SET generation-duplicate TO TRUE
                       END-IF
                       IF IC-GENERATION > last-generation
                           MOVE IC-GENERATION TO last-generation
                       END-IF
                   END-IF
           END-READ.

       3000-SPLIT-REQUESTS.
      * THE CARDS ARE ADDED TO WHATEVER HAS ALREADY ARRIVED IN EACH
      * ARRIVAL FILE TODAY - PLANNING IS ONE MORE SOURCE OF CARDS,
      * NOT A REPLACEMENT FOR THE OTHERS.
           MOVE "N" TO inbound-eof-sw
           OPEN INPUT INBOUND-FILE
           OPEN EXTEND FIB-ARRIVAL-FILE
           IF FARR-FILE-STATUS = "35"
               OPEN OUTPUT FIB-ARRIVAL-FILE
           END-IF
           OPEN EXTEND COMB-ARRIVAL-FILE
           IF CARR-FILE-STATUS = "35"
               OPEN OUTPUT COMB-ARRIVAL-FILE
           END-IF
           OPEN EXTEND PARM-ARRIVAL-FILE
           IF PARR-FILE-STATUS = "35"
               OPEN OUTPUT PARM-ARRIVAL-FILE
           END-IF
           PERFORM 3100-SPLIT-ONE-RECORD
               UNTIL inbound-eof
           CLOSE INBOUND-FILE
           CLOSE FIB-ARRIVAL-FILE
           CLOSE COMB-ARRIVAL-FILE
           CLOSE PARM-ARRIVAL-FILE.

       3100-SPLIT-ONE-RECORD.
           READ INBOUND-FILE
               AT END SET inbound-eof TO TRUE
               NOT AT END
                   IF ID-TYPE = "D"
                       EVALUATE ID-TARGET
                           WHEN "FIBREQ"
                               MOVE ID-N TO FA-N
                               MOVE ID-SEED-F1 TO FA-SEED-F1
                               MOVE ID-SEED-F2 TO FA-SEED-F2
                               WRITE FIB-ARRIVAL-CARD
                               ADD 1 TO fib-count
                           WHEN "COMBREQ"
                               MOVE ID-N TO CA-N
                               MOVE ID-R TO CA-R
                               WRITE COMB-ARRIVAL-CARD
                               ADD 1 TO comb-count
                           WHEN "PARMIN"
                               MOVE ID-N TO PA-N
                               WRITE PARM-ARRIVAL-CARD
                               ADD 1 TO parm-count
                       END-EVALUATE
                   END-IF
           END-READ.

       4000-REGISTER-GENERATION.
      * A FILE REJECTED BEFORE ITS HEADER COULD BE READ HAS NO
      * GENERATION TO REGISTER - THE RECEIPT AND ALERT STILL GO OUT.
           IF sender-id NOT = SPACES
               OPEN EXTEND INBOUND-CONTROL-FILE
               IF ICTL-FILE-STATUS = "35"
                   OPEN OUTPUT INBOUND-CONTROL-FILE
               END-IF
               MOVE sender-id TO IC-SENDER
               MOVE sender-bus-date TO IC-BUS-DATE
               MOVE generation-num TO IC-GENERATION
               MOVE detail-count TO IC-REC-COUNT
               MOVE hash-total TO IC-HASH
               IF file-rejected
                   MOVE "REJECTED" TO IC-STATUS
               ELSE
                   MOVE "ACCEPTED" TO IC-STATUS
               END-IF
               MOVE CD-DATE TO IC-RECEIVED-DATE
               MOVE CD-TIME TO IC-RECEIVED-TIME
               WRITE INBOUND-CONTROL-RECORD
               CLOSE INBOUND-CONTROL-FILE
           END-IF.

       5000-WRITE-RECEIPT.
           OPEN OUTPUT RECEIPT-FILE
           MOVE sender-id TO RR-SENDER
           MOVE sender-bus-date TO RR-BUS-DATE
           MOVE sender-generation TO RR-GENERATION
           IF file-rejected
               MOVE "REJECTED" TO RR-STATUS
           ELSE
               MOVE "ACCEPTED" TO RR-STATUS
           END-IF
           MOVE detail-count TO RR-REC-COUNT
           MOVE hash-total TO RR-HASH
           MOVE fib-count TO RR-FIB-COUNT
           MOVE comb-count TO RR-COMB-COUNT
           MOVE parm-count TO RR-PARM-COUNT
           MOVE reject-reason TO RR-REASON
           MOVE CD-DATE TO RR-PROCESSED-DATE
           MOVE CD-TIME TO RR-PROCESSED-TIME
           WRITE RECEIPT-RECORD
           CLOSE RECEIPT-FILE.

       6000-WRITE-REJECT-ALERT.
           OPEN EXTEND ALERT-FILE
           IF ALERT-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF
           MOVE "PAGENOW" TO ALT-PRIORITY
           MOVE "PLANRECV" TO ALT-PROGRAM
           MOVE CD-DATE TO ALT-DATE
           MOVE 1 TO ALT-COUNT
           MOVE reject-reason TO ALT-REASON
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.
