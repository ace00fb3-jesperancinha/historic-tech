           SELECT TRANSMISSION-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT FACT-HOLD-FILE ASSIGN TO "FACTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FIB-HOLD-FILE ASSIGN TO "FIBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-REGISTER-FILE ASSIGN TO "PUBHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER FEED PER GENERATION SENT - WHAT WENT OUT,
      * WHEN, HOW MANY ROWS AND THE VALUE CHECKSUM - AND THE
      * ACKNOWLEDGMENT STATE FEEDACK SETTLES WHEN THE PLANNING
      * SYSTEM'S RECEIPT COMES BACK. SENT UNTIL ACKNOWLEDGED. A
      * FEED THE PUBLICATION GATE HELD IS REGISTERED HELD, AND
      * PUBGATE TURNS IT SENT ON RELEASE OR WITHDRAWN ON WITHDRAWAL.
      * ONE ALREADY WITHDRAWN BEFORE THIS RUN IS REGISTERED WITHDRAWN.
       01  TRANSMISSION-RECORD.
           05  XC-FEED-ID          PIC X(08).
           05  XC-BUS-DATE         PIC X(08).
           05  XC-CHECKSUM         PIC 9(15).
           05  XC-STATUS           PIC X(10).

      * A HELD NIGHT'S FEEDS, ROW FOR ROW WHAT FACTCSV AND FIBCSV
      * WOULD HAVE CARRIED, WAITING ON AN OPERATOR'S RELEASE.
       FD  FACT-HOLD-FILE
           RECORDING MODE IS F.
       01  FACT-HOLD-LINE              PIC X(80).

       FD  FIB-HOLD-FILE
           RECORDING MODE IS F.
       01  FIB-HOLD-LINE               PIC X(80).

       FD  HOLD-REGISTER-FILE
           RECORDING MODE IS F.
           COPY "pubhold.cpy".

       WORKING-STORAGE SECTION.

         77 source-eof-sw PIC X(01) VALUE "N".
           88 source-eof                VALUE "Y".
         77 xmit-eof-sw PIC X(01) VALUE "N".
           88 xmit-eof                  VALUE "Y".
         77 hold-eof-sw PIC X(01) VALUE "N".
           88 hold-eof                  VALUE "Y".
         77 fact-held-sw PIC X(01) VALUE "N".
           88 fact-held                 VALUE "Y".
         77 fib-held-sw PIC X(01) VALUE "N".
           88 fib-held                  VALUE "Y".
         77 fact-withdrawn-sw PIC X(01) VALUE "N".
           88 fact-withdrawn            VALUE "Y".
         77 fib-withdrawn-sw PIC X(01) VALUE "N".
           88 fib-withdrawn             VALUE "Y".

         77 fact-rec-count PIC 9(07) VALUE 0.
         77 fib-rec-count PIC 9(07) VALUE 0.
         01 FIB-FILE-STATUS           PIC X(02).
         01 PROC-FILE-STATUS          PIC X(02).
         01 XMIT-FILE-STATUS          PIC X(02).
         01 HOLD-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
      * OWN TRAILER - SO A DROPPED ROW IS CAUGHT AT THEIR LOAD, NOT
      * AT THEIR MONTH-END. EVERY GENERATION SENT IS REGISTERED IN
      * THE TRANSMISSION-CONTROL FILE FOR FEEDACK TO MATCH THE
      * RECEIPTS AGAINST. A FEED THE PUBLICATION GATE HAS HELD FOR
      * THE CYCLE IS WRITTEN TO ITS HOLD DATASET INSTEAD, ITS
      * PUBLISHED DATASET IS LEFT EMPTY, AND IT IS REGISTERED HELD
      * RATHER THAN SENT. A FEED ALREADY WITHDRAWN FOR THE CYCLE GOES
      * NOWHERE - NO HOLD DATASET, AN EMPTY PUBLISHED ONE - AND IS
      * REGISTERED WITHDRAWN, SINCE NO DECISION IS LEFT TO SETTLE IT.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           PERFORM 0800-GET-PROCESS-DATE
           PERFORM 0850-CHECK-PUBLICATION-HOLD
           PERFORM 0900-FIND-NEXT-GENERATIONS
           PERFORM 1000-EXTRACT-FACTORIALS
           PERFORM 2000-EXTRACT-FIBONACCI-TERMS
               CLOSE PROCESS-DATE-FILE
           END-IF.

       0850-CHECK-PUBLICATION-HOLD.
      * THE LAST REGISTER RECORD FOR THE CYCLE AND FEED IS ITS
      * CURRENT STATE - ONLY A RELEASE, OR NO RECORD AT ALL, LETS
      * THE FEED OUT. A WITHDRAWAL KEEPS IT OUT FOR GOOD; ANYTHING
      * ELSE HOLDS IT.
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
                       IF PH-OUTPUT = "FACTCSV"
                           MOVE "N" TO fact-held-sw
                           MOVE "N" TO fact-withdrawn-sw
                           EVALUATE PH-STATUS
                               WHEN "RELEASED"
                                   CONTINUE
                               WHEN "WITHDRAWN"
                                   SET fact-withdrawn TO TRUE
                               WHEN OTHER
                                   SET fact-held TO TRUE
                           END-EVALUATE
                       END-IF
                       IF PH-OUTPUT = "FIBCSV"
                           MOVE "N" TO fib-held-sw
                           MOVE "N" TO fib-withdrawn-sw
                           EVALUATE PH-STATUS
                               WHEN "RELEASED"
                                   CONTINUE
                               WHEN "WITHDRAWN"
                                   SET fib-withdrawn TO TRUE
                               WHEN OTHER
                                   SET fib-held TO TRUE
                           END-EVALUATE
                       END-IF
                   END-IF
           END-READ.

       0900-FIND-NEXT-GENERATIONS.
      * ONE FORWARD PASS OVER THE TRANSMISSION-CONTROL FILE LEAVES
      * EACH FEED'S HIGHEST GENERATION EVER SENT - TONIGHT'S FEEDS
      * GO OUT AS THE NEXT ONES. A WITHDRAWN GENERATION NEVER
      * REACHED PLANNING, SO ITS NUMBER IS FREE TO BE USED AGAIN.
           OPEN INPUT TRANSMISSION-FILE
           IF XMIT-FILE-STATUS NOT = "00"
               SET xmit-eof TO TRUE
               AT END SET xmit-eof TO TRUE
               NOT AT END
                   IF XC-FEED-ID = "FACTFEED"
                       AND XC-STATUS NOT = "WITHDRAWN"
                       AND XC-GENERATION > fact-generation
                       MOVE XC-GENERATION TO fact-generation
                   END-IF
                   IF XC-FEED-ID = "FIBFEED"
                       AND XC-STATUS NOT = "WITHDRAWN"
                       AND XC-GENERATION > fib-generation
                       MOVE XC-GENERATION TO fib-generation
                   END-IF
               SET source-eof TO TRUE
           END-IF
           OPEN OUTPUT FACT-CSV-FILE
           IF fact-held
               OPEN OUTPUT FACT-HOLD-FILE
           END-IF
           MOVE fact-generation TO gen-edited
           PERFORM 8200-WRITE-FACT-HEADER
           MOVE "N,FACTORIAL" TO FACT-CSV-LINE
           PERFORM 8300-PUT-FACT-LINE
           PERFORM 1100-EXTRACT-ONE-FACTORIAL
               UNTIL source-eof
           PERFORM 1200-WRITE-FACT-TRAILER
           IF FACT-FILE-STATUS NOT = "35"
               CLOSE FACTOR-OUT-FILE
           END-IF
           CLOSE FACT-CSV-FILE
           IF fact-held
               CLOSE FACT-HOLD-FILE
           END-IF.

       8200-WRITE-FACT-HEADER.
           MOVE gen-edited TO gen-trimmed
               "," DELIMITED BY SIZE
               gen-out DELIMITED BY SPACE
               INTO FACT-CSV-LINE
           PERFORM 8300-PUT-FACT-LINE.

       1100-EXTRACT-ONE-FACTORIAL.
           READ FACTOR-OUT-FILE
                       "," DELIMITED BY SIZE
                       trim-out DELIMITED BY SPACE
                       INTO FACT-CSV-LINE
                   PERFORM 8300-PUT-FACT-LINE
                   ADD 1 TO fact-rec-count
                   ADD FCTOUT-N TO fact-checksum
           END-READ.
               "," DELIMITED BY SIZE
               trim-out DELIMITED BY SPACE
               INTO FACT-CSV-LINE
           PERFORM 8300-PUT-FACT-LINE.

       2000-EXTRACT-FIBONACCI-TERMS.
           MOVE "N" TO source-eof-sw
               SET source-eof TO TRUE
           END-IF
           OPEN OUTPUT FIB-CSV-FILE
           IF fib-held
               OPEN OUTPUT FIB-HOLD-FILE
           END-IF
           MOVE fib-generation TO gen-edited
           PERFORM 8250-WRITE-FIB-HEADER
           MOVE "SEQ,VALUE" TO FIB-CSV-LINE
           PERFORM 8350-PUT-FIB-LINE
           PERFORM 2100-EXTRACT-ONE-TERM
               UNTIL source-eof
           PERFORM 2200-WRITE-FIB-TRAILER
           IF FIB-FILE-STATUS NOT = "35"
               CLOSE FIBONACCI-OUT-FILE
           END-IF
           CLOSE FIB-CSV-FILE
           IF fib-held
               CLOSE FIB-HOLD-FILE
           END-IF.

       8250-WRITE-FIB-HEADER.
           MOVE gen-edited TO gen-trimmed
               "," DELIMITED BY SIZE
               gen-out DELIMITED BY SPACE
               INTO FIB-CSV-LINE
           PERFORM 8350-PUT-FIB-LINE.

       2100-EXTRACT-ONE-TERM.
      * ONLY THE D RECORDS CARRY TERMS - THE H AND T CONTROL RECORDS
                           "," DELIMITED BY SIZE
                           trim-out DELIMITED BY SPACE
                           INTO FIB-CSV-LINE
                       PERFORM 8350-PUT-FIB-LINE
                       ADD 1 TO fib-rec-count
                       ADD FIBOUT-VALUE TO fib-value-total
                   END-IF
               "," DELIMITED BY SIZE
               trim-out DELIMITED BY SPACE
               INTO FIB-CSV-LINE
           PERFORM 8350-PUT-FIB-LINE.

       8300-PUT-FACT-LINE.
      * A WITHDRAWN FEED IS STILL BUILT, FOR ITS COUNTS, BUT WRITTEN
      * NOWHERE.
           EVALUATE TRUE
               WHEN fact-withdrawn
                   CONTINUE
               WHEN fact-held
                   WRITE FACT-HOLD-LINE FROM FACT-CSV-LINE
               WHEN OTHER
                   WRITE FACT-CSV-LINE
           END-EVALUATE.

       8350-PUT-FIB-LINE.
           EVALUATE TRUE
               WHEN fib-withdrawn
                   CONTINUE
               WHEN fib-held
                   WRITE FIB-HOLD-LINE FROM FIB-CSV-LINE
               WHEN OTHER
                   WRITE FIB-CSV-LINE
           END-EVALUATE.

       8500-REGISTER-TRANSMISSIONS.
      * ONE SENT RECORD PER FEED PER NIGHT - THE COUNTS AND
      * CHECKSUMS THE RECEIPT MUST COME BACK AGREEING WITH. A HELD
      * FEED IS REGISTERED HELD WITH THE SAME COUNTS, READY FOR
      * FEEDACK ONCE IT IS RELEASED; A WITHDRAWN ONE IS REGISTERED
      * WITHDRAWN, SO ITS GENERATION NUMBER IS FREE AGAIN.
           OPEN EXTEND TRANSMISSION-FILE
           IF XMIT-FILE-STATUS = "35"
               OPEN OUTPUT TRANSMISSION-FILE
           MOVE fact-generation TO XC-GENERATION
           MOVE fact-rec-count TO XC-REC-COUNT
           MOVE fact-checksum TO XC-CHECKSUM
           EVALUATE TRUE
               WHEN fact-withdrawn
                   MOVE "WITHDRAWN" TO XC-STATUS
               WHEN fact-held
                   MOVE "HELD" TO XC-STATUS
               WHEN OTHER
                   MOVE "SENT" TO XC-STATUS
           END-EVALUATE
           WRITE TRANSMISSION-RECORD
           MOVE "FIBFEED" TO XC-FEED-ID
           MOVE business-date TO XC-BUS-DATE
           MOVE fib-generation TO XC-GENERATION
           MOVE fib-rec-count TO XC-REC-COUNT
           MOVE fib-checksum TO XC-CHECKSUM
           EVALUATE TRUE
               WHEN fib-withdrawn
                   MOVE "WITHDRAWN" TO XC-STATUS
               WHEN fib-held
                   MOVE "HELD" TO XC-STATUS
               WHEN OTHER
                   MOVE "SENT" TO XC-STATUS
           END-EVALUATE
           WRITE TRANSMISSION-RECORD
           CLOSE TRANSMISSION-FILE.

