       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQTRACE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACE-CARD-FILE ASSIGN TO "TRACECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CARD-FILE-STATUS.
           SELECT REQUEST-MASTER-FILE ASSIGN TO "REQMSTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RMST-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "REQCHGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGL-FILE-STATUS.
           SELECT FIB-REQUEST-FILE ASSIGN TO "FIBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQF-FILE-STATUS.
           SELECT COMB-REQUEST-FILE ASSIGN TO "COMBREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQF-FILE-STATUS.
           SELECT PARM-REQUEST-FILE ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REQF-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT FIX-CARD-FILE ASSIGN TO "SUSPFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-FILE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "RESULTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSLT-FILE-STATUS.
           SELECT HISTORY-KSDS-FILE ASSIGN TO "RSLTKSDS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RH-KEY
               FILE STATUS IS KSDS-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT MESSAGE-LOG-FILE ASSIGN TO "MSGLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-FILE-STATUS.
           SELECT TRANSMISSION-FILE ASSIGN TO "XMITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XMIT-FILE-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO "FEEDRCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCPT-FILE-STATUS.
           SELECT TRACE-REPORT ASSIGN TO "TRACERPT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-CARD-FILE
           RECORDING MODE IS F.
      * ONE CARD PER DISPUTED REQUEST - THE INTAKE REQUEST ID IN
      * COLS 1-8. EACH CARD GETS ITS OWN TRACE ON THE REPORT.
       01  TRACE-CARD.
           05  TC-REQUEST-ID       PIC X(08).

       FD  REQUEST-MASTER-FILE
           RECORDING MODE IS F.
           COPY "reqmstr.cpy".

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "reqchgl.cpy".

       FD  FIB-REQUEST-FILE
           RECORDING MODE IS F.
       01  FIB-REQUEST-CARD.
           05  FR-N                PIC X(05).
           05  FR-REQUEST-ID       PIC X(08).
           05  FR-SEED-F1          PIC X(10).
           05  FR-SEED-F2          PIC X(10).

       FD  COMB-REQUEST-FILE
           RECORDING MODE IS F.
       01  COMB-REQUEST-CARD.
           05  CR-N                PIC X(05).
           05  CR-R                PIC X(05).
           05  CR-REQUEST-ID       PIC X(08).

       FD  PARM-REQUEST-FILE
           RECORDING MODE IS F.
       01  PARM-REQUEST-CARD.
           05  PR-N                PIC X(05).
           05  PR-REQUEST-ID       PIC X(08).

       FD  SUSPENSE-FILE
           RECORDING MODE IS F.
           COPY "suspense.cpy".

       FD  FIX-CARD-FILE
           RECORDING MODE IS F.
       01  FIX-CARD.
           05  SF-SEQ              PIC X(05).
           05  SF-CARD-IMAGE       PIC X(30).

       FD  RESULT-FILE
           RECORDING MODE IS F.
           COPY "resultrec.cpy".

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

       FD  AUDIT-FILE
           RECORDING MODE IS F.
           COPY "audrec.cpy".

       FD  MESSAGE-LOG-FILE
           RECORDING MODE IS F.
           COPY "msgrec.cpy".

       FD  TRANSMISSION-FILE
           RECORDING MODE IS F.
       01  TRANSMISSION-RECORD.
           05  XC-FEED-ID          PIC X(08).
           05  XC-BUS-DATE         PIC X(08).
           05  XC-GENERATION       PIC 9(05).
           05  XC-REC-COUNT        PIC 9(07).
           05  XC-CHECKSUM         PIC 9(15).
           05  XC-STATUS           PIC X(10).

       FD  RECEIPT-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD.
           05  RCP-FEED-ID         PIC X(08).
           05  RCP-BUS-DATE        PIC X(08).
           05  RCP-GENERATION      PIC X(05).
           05  RCP-REC-COUNT       PIC X(07).
           05  RCP-CHECKSUM        PIC X(15).

       FD  TRACE-REPORT
           RECORDING MODE IS F.
       01  TRACE-LINE                  PIC X(132).

       WORKING-STORAGE SECTION.

         77 card-eof-sw PIC X(01) VALUE "N".
           88 card-eof                  VALUE "Y".
         77 file-eof-sw PIC X(01) VALUE "N".
           88 file-eof                  VALUE "Y".
         77 registered-sw PIC X(01) VALUE "N".
           88 request-registered        VALUE "Y".
         77 card-seen-sw PIC X(01) VALUE "N".
           88 card-seen                 VALUE "Y".
         77 open-suspense-sw PIC X(01) VALUE "N".
           88 open-suspense             VALUE "Y".
         77 history-open-sw PIC X(01) VALUE "N".
           88 history-open              VALUE "Y".
         77 version-end-sw PIC X(01).
           88 version-end               VALUE "Y".
         77 swap-sw PIC X(01).
           88 entries-swapped           VALUE "Y".
         77 table-full-sw PIC X(01) VALUE "N".
           88 trace-table-full          VALUE "Y".

         77 trace-id PIC X(08).
         77 trace-count PIC 9(05) VALUE 0.
         77 gap-count PIC 9(05) VALUE 0.
         77 total-gap-count PIC 9(05) VALUE 0.
         77 card-date PIC X(08).
         77 probe-version PIC 9(03).
         77 susp-id PIC X(08).
         77 edit-seq PIC ZZZZ9.
         77 edit-age PIC ZZ9.
         77 edit-version PIC ZZ9.
         77 edit-gen PIC ZZZZ9.
         77 edit-count PIC ZZZZZZ9.
         77 xmit-event-verb PIC X(11).
         77 edit-rc PIC ZZ9.
         77 edit-secs PIC ZZZZZ9.
         77 edit-events PIC ZZZ9.
         77 edit-gaps PIC ZZZ9.

      * EVERY LINK FOUND FOR THE REQUEST, FROM WHICHEVER FILE, AS
      * ONE EVENT - SORTED ON DATE, TIME AND THE ORDER FOUND BEFORE
      * PRINTING, SO THE REPORT READS AS ONE STORY. A LINK KNOWN
      * ONLY BY DATE SORTS TO THE START OF ITS DAY; A GAP LINE
      * SORTS TO THE END OF THE DAY OF THE LAST LINK BEFORE THE BREAK.
         77 ev-x PIC 9(04).
         77 ev-y PIC 9(04).
         77 ev-count PIC 9(04) VALUE 0.
         77 ev-max PIC 9(04) VALUE 300.
         77 new-ev-date PIC X(08).
         77 new-ev-time PIC X(06).
         77 new-ev-source PIC X(09).
         77 new-ev-text PIC X(100).

         01 event-table.
           05  EV-ENTRY OCCURS 300 TIMES.
               10  EV-SORT-KEY.
                   15  EV-DATE      PIC X(08).
                   15  EV-TIME      PIC X(06).
                   15  EV-SEQ       PIC 9(04).
               10  EV-SOURCE        PIC X(09).
               10  EV-GAP-IND       PIC X(01).
               10  EV-TEXT          PIC X(100).

         01 event-hold.
           05  EH-SORT-KEY          PIC X(18).
           05  EH-SOURCE            PIC X(09).
           05  EH-GAP-IND           PIC X(01).
           05  EH-TEXT              PIC X(100).

      * THE REQUEST'S OWN MASTER RECORD, KEPT WHILE THE OTHER FILES
      * ARE READ.
           COPY "reqmstr.cpy" REPLACING
               ==REQUEST-MASTER-RECORD== BY ==trace-master-record==
               LEADING ==RM-== BY ==TM-==.

      * THE SUSPENSE ENTRIES THE REQUEST'S CARD WENT THROUGH, SO THE
      * CORRECTION CARDS CAN BE MATCHED TO THEM BY SEQUENCE.
         77 sus-x PIC 9(03).
         77 sus-count PIC 9(03) VALUE 0.
         77 sus-max PIC 9(03) VALUE 20.
         01 suspense-table.
           05  ST-ENTRY OCCURS 20 TIMES.
               10  ST-SEQ           PIC 9(05).
               10  ST-BUS-DATE      PIC X(08).

      * EVERY RESULTOUT ANSWER CARRYING THE REQUEST ID (A RERUN
      * GIVES MORE THAN ONE) AND WHAT WAS FOUND DOWNSTREAM OF IT.
         77 res-x PIC 9(03).
         77 res-count PIC 9(03) VALUE 0.
         77 res-max PIC 9(03) VALUE 10.
         01 result-table.
           05  RT-ENTRY OCCURS 10 TIMES.
               10  RT-PROGRAM       PIC X(20).
               10  RT-RUN-DATE      PIC X(08).
               10  RT-NEXT-DATE     PIC X(08).
               10  RT-INPUT-N       PIC 9(05).
               10  RT-STATUS        PIC X(10).
               10  RT-FEED-ID       PIC X(08).
               10  RT-KSDS-FOUND    PIC X(01).
               10  RT-AUDIT-FOUND   PIC X(01).
               10  RT-XMIT-FOUND    PIC X(01).
               10  RT-XMIT-GEN      PIC 9(05).
               10  RT-XMIT-STATUS   PIC X(10).

         01 date-work.
           05  DW-YYYY              PIC 9(04).
           05  DW-MM                PIC 9(02).
           05  DW-DD                PIC 9(02).
         77 month-days PIC 9(02).
         77 leap-rem PIC 9(04).

         01 CARD-FILE-STATUS          PIC X(02).
         01 RMST-FILE-STATUS          PIC X(02).
         01 CHGL-FILE-STATUS          PIC X(02).
         01 REQF-FILE-STATUS          PIC X(02).
         01 SUSP-FILE-STATUS          PIC X(02).
         01 FIX-FILE-STATUS           PIC X(02).
         01 RSLT-FILE-STATUS          PIC X(02).
         01 KSDS-FILE-STATUS          PIC X(02).
         01 AUDIT-FILE-STATUS         PIC X(02).
         01 MSG-FILE-STATUS           PIC X(02).
         01 XMIT-FILE-STATUS          PIC X(02).
         01 RCPT-FILE-STATUS          PIC X(02).

         01 RUN-DATE-TIME.
           05 CD-DATE               PIC X(08).
           05 CD-TIME               PIC X(06).
           05 FILLER                   PIC X(07).

         01 report-heading-1.
           05  FILLER               PIC X(33)
               VALUE "REQUEST LINEAGE TRACE - REQUEST ".
           05  RH1-REQUEST-ID       PIC X(08).
           05  FILLER               PIC X(11) VALUE "   PRINTED ".
           05  RH1-DATE             PIC X(08).

         01 report-heading-2.
           05  FILLER               PIC X(09) VALUE "DATE".
           05  FILLER               PIC X(07) VALUE "TIME".
           05  FILLER               PIC X(10) VALUE "SOURCE".
           05  FILLER               PIC X(20) VALUE "EVENT".

         01 report-detail-line.
           05  RD-DATE              PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RD-TIME              PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RD-SOURCE            PIC X(09).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  RD-TEXT              PIC X(100).

         01 report-gap-line.
           05  RG-DATE              PIC X(08).
           05  FILLER               PIC X(18)
               VALUE " ****** GAP *****".
           05  RG-TEXT              PIC X(100).

       PROCEDURE DIVISION.
       0000-MAINLINE.
      * FOLLOWS ONE REQUEST ID THE WHOLE WAY, FOR A DISPUTED ANSWER -
      * ITS REQMSTR REGISTRATION AND CARD IMAGE, ANY REQENTRY
      * CHANGES, THE CARD ON TONIGHT'S REQUEST FILE, ANY SUSPENSE
      * ENTRY AND CORRECTION CARD, THE RESULTOUT ANSWER AND ITS
      * RSLTKSDS VERSIONS (OR, FOR AN ANSWER TAKEN FROM HISTORY, THE
      * PUBLISHED VERSION INTAKE USED), THE AUDITLOG AND MSGLOG
      * ENTRIES OF THE RUN THAT ANSWERED IT, AND THE XMITCTL
      * GENERATION AND PLANNING RECEIPT THAT CARRIED THE ANSWER OUT.
      * EACH REQUEST PRINTS AS ONE CHRONOLOGICAL STORY, WITH A GAP
      * LINE WHEREVER THE CHAIN BREAKS. RC 4 WHEN ANY GAP PRINTED.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-TIME
           OPEN INPUT TRACE-CARD-FILE
           IF CARD-FILE-STATUS NOT = "00"
               SET card-eof TO TRUE
               DISPLAY "REQTRACE - NO TRACECTL CARD, NOTHING TRACED"
           END-IF
           OPEN OUTPUT TRACE-REPORT
           OPEN INPUT HISTORY-KSDS-FILE
           IF KSDS-FILE-STATUS = "00"
               SET history-open TO TRUE
           END-IF
           PERFORM 0100-READ-TRACE-CARD
           PERFORM 1000-TRACE-ONE-REQUEST
               UNTIL card-eof
           IF CARD-FILE-STATUS NOT = "35"
               CLOSE TRACE-CARD-FILE
           END-IF
           IF history-open
               CLOSE HISTORY-KSDS-FILE
           END-IF
           CLOSE TRACE-REPORT
           DISPLAY "REQTRACE - " trace-count " REQUEST(S) TRACED, "
               total-gap-count " GAP(S)"
           IF trace-count = 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF total-gap-count > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-READ-TRACE-CARD.
           READ TRACE-CARD-FILE
               AT END SET card-eof TO TRUE
           END-READ.

       1000-TRACE-ONE-REQUEST.
           IF TC-REQUEST-ID NOT = SPACES
               ADD 1 TO trace-count
               MOVE TC-REQUEST-ID TO trace-id
               MOVE 0 TO ev-count
               MOVE 0 TO sus-count
               MOVE 0 TO res-count
               MOVE 0 TO gap-count
               MOVE "N" TO registered-sw
               MOVE "N" TO card-seen-sw
               MOVE "N" TO open-suspense-sw
               MOVE "N" TO table-full-sw
               MOVE SPACES TO trace-master-record
               PERFORM 2000-TRACE-MASTER
               PERFORM 2100-TRACE-CHANGE-LOG
               PERFORM 2200-TRACE-REQUEST-CARD
               PERFORM 2300-TRACE-SUSPENSE
               PERFORM 2350-TRACE-CORRECTIONS
               PERFORM 2400-TRACE-RESULTS
               PERFORM 2500-TRACE-HISTORY-VERSIONS
               PERFORM 2600-TRACE-AUDIT-LOG
               PERFORM 2700-TRACE-MESSAGE-LOG
               PERFORM 2800-TRACE-TRANSMISSIONS
               PERFORM 2850-TRACE-RECEIPTS
               PERFORM 3000-FIND-GAPS
               PERFORM 4000-SORT-EVENTS
               PERFORM 5000-PRINT-TRACE
               ADD gap-count TO total-gap-count
           END-IF
           PERFORM 0100-READ-TRACE-CARD.

       2000-TRACE-MASTER.
           MOVE "N" TO file-eof-sw
           OPEN INPUT REQUEST-MASTER-FILE
           IF RMST-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2010-CHECK-ONE-MASTER
               UNTIL file-eof
           IF RMST-FILE-STATUS NOT = "35"
               CLOSE REQUEST-MASTER-FILE
           END-IF
           IF request-registered
               MOVE TM-RECEIVED-DATE TO new-ev-date
               MOVE SPACES TO new-ev-time
               MOVE "REQMSTR" TO new-ev-source
               MOVE SPACES TO new-ev-text
               STRING "REGISTERED FOR DEPT " TM-DEPT
                   " FROM " TM-SOURCE
                   " CARD [" TM-CARD-IMAGE "]"
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
               IF TM-ENTERED-BY NOT = SPACES
                   MOVE SPACES TO new-ev-text
                   STRING "KEYED ON THE ENTRY SCREEN BY "
                       TM-ENTERED-BY
                       DELIMITED BY SIZE INTO new-ev-text
                   PERFORM 8000-ADD-EVENT
               END-IF
               IF TM-RELEASED-DATE NOT = SPACES
                   MOVE TM-RELEASED-DATE TO new-ev-date
                   MOVE SPACES TO new-ev-text
                   STRING "RELEASED TO " TM-SOURCE
                       " FOR THE NIGHTLY RUN"
                       DELIMITED BY SIZE INTO new-ev-text
                   PERFORM 8000-ADD-EVENT
               END-IF
               MOVE TM-STATUS-DATE TO new-ev-date
               MOVE SPACES TO new-ev-text
               IF TM-STATUS = "HISTORY"
                   STRING "STATUS HISTORY - ANSWERED AT INTAKE FROM "
                       TM-HIST-PROGRAM " RUN " TM-HIST-RUN-DATE
                       " N=" TM-HIST-INPUT-N " V=" TM-HIST-VERSION
                       DELIMITED BY SIZE INTO new-ev-text
               ELSE
                   STRING "STATUS NOW " TM-STATUS
                       DELIMITED BY SIZE INTO new-ev-text
               END-IF
               PERFORM 8000-ADD-EVENT
           END-IF.

       2010-CHECK-ONE-MASTER.
           READ REQUEST-MASTER-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF RM-REQUEST-ID = trace-id
                       MOVE REQUEST-MASTER-RECORD
                           TO trace-master-record
                       SET request-registered TO TRUE
                   END-IF
           END-READ.

       2100-TRACE-CHANGE-LOG.
           MOVE "N" TO file-eof-sw
           OPEN INPUT CHANGE-LOG-FILE
           IF CHGL-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2110-CHECK-ONE-CHANGE
               UNTIL file-eof
           IF CHGL-FILE-STATUS NOT = "35"
               CLOSE CHANGE-LOG-FILE
           END-IF.

       2110-CHECK-ONE-CHANGE.
      * THE CARD IMAGE SITS AT COLUMN 47 OF THE MASTER IMAGE THE LOG
      * KEEPS - AFTER ID, DEPT, SOURCE, RECEIVED DATE, STATUS AND
      * STATUS DATE.
           READ CHANGE-LOG-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF RCL-REQUEST-ID = trace-id
                       MOVE RCL-DATE TO new-ev-date
                       MOVE RCL-TIME TO new-ev-time
                       MOVE "REQCHGL" TO new-ev-source
                       MOVE SPACES TO new-ev-text
                       STRING RCL-ACTION " BY OPERATOR " RCL-OPERATOR
                           " CARD NOW [" RCL-AFTER (47:30) "]"
                           DELIMITED BY SIZE INTO new-ev-text
                       PERFORM 8000-ADD-EVENT
                   END-IF
           END-READ.

       2200-TRACE-REQUEST-CARD.
      * THE REQUEST FILES HOLD ONLY THE CURRENT CYCLE'S CARDS, SO
      * THIS LINK IS SEEN ONLY UNTIL THE NEXT INTAKE RUN REBUILDS
      * THEM - THE RESULT RECORD IS THE LASTING PROOF THE CARD RAN.
           IF TM-RELEASED-DATE NOT = SPACES
               MOVE TM-RELEASED-DATE TO card-date
           ELSE
               MOVE TM-RECEIVED-DATE TO card-date
           END-IF
           MOVE "N" TO file-eof-sw
           OPEN INPUT FIB-REQUEST-FILE
           IF REQF-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2210-CHECK-ONE-FIB-CARD
               UNTIL file-eof
           IF REQF-FILE-STATUS NOT = "35"
               CLOSE FIB-REQUEST-FILE
           END-IF
           MOVE "N" TO file-eof-sw
           OPEN INPUT COMB-REQUEST-FILE
           IF REQF-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2220-CHECK-ONE-COMB-CARD
               UNTIL file-eof
           IF REQF-FILE-STATUS NOT = "35"
               CLOSE COMB-REQUEST-FILE
           END-IF
           MOVE "N" TO file-eof-sw
           OPEN INPUT PARM-REQUEST-FILE
           IF REQF-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2230-CHECK-ONE-PARM-CARD
               UNTIL file-eof
           IF REQF-FILE-STATUS NOT = "35"
               CLOSE PARM-REQUEST-FILE
           END-IF.

       2210-CHECK-ONE-FIB-CARD.
           READ FIB-REQUEST-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF FR-REQUEST-ID = trace-id
                       MOVE "FIBREQ" TO new-ev-source
                       MOVE SPACES TO new-ev-text
                       STRING "ON THE REQUEST FILE FOR THE RUN - CARD ["
                           FIB-REQUEST-CARD "]"
                           DELIMITED BY SIZE INTO new-ev-text
                       PERFORM 2290-ADD-CARD-EVENT
                   END-IF
           END-READ.

       2220-CHECK-ONE-COMB-CARD.
           READ COMB-REQUEST-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF CR-REQUEST-ID = trace-id
                       MOVE "COMBREQ" TO new-ev-source
                       MOVE SPACES TO new-ev-text
                       STRING "ON THE REQUEST FILE FOR THE RUN - CARD ["
                           COMB-REQUEST-CARD "]"
                           DELIMITED BY SIZE INTO new-ev-text
                       PERFORM 2290-ADD-CARD-EVENT
                   END-IF
           END-READ.

       2230-CHECK-ONE-PARM-CARD.
           READ PARM-REQUEST-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF PR-REQUEST-ID = trace-id
                       MOVE "PARMIN" TO new-ev-source
                       MOVE SPACES TO new-ev-text
                       STRING "ON THE REQUEST FILE FOR THE RUN - CARD ["
                           PARM-REQUEST-CARD "]"
                           DELIMITED BY SIZE INTO new-ev-text
                       PERFORM 2290-ADD-CARD-EVENT
                   END-IF
           END-READ.

       2290-ADD-CARD-EVENT.
           SET card-seen TO TRUE
           MOVE card-date TO new-ev-date
           MOVE SPACES TO new-ev-time
           PERFORM 8000-ADD-EVENT.

       2300-TRACE-SUSPENSE.
           MOVE "N" TO file-eof-sw
           OPEN INPUT SUSPENSE-FILE
           IF SUSP-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2310-CHECK-ONE-SUSPENSE
               UNTIL file-eof
           IF SUSP-FILE-STATUS NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.

       2310-CHECK-ONE-SUSPENSE.
      * THE REQUEST ID RIDES IN THE SUSPENDED CARD IMAGE WHERE THE
      * SOURCE'S OWN CARD CARRIES IT - AFTER N AND R ON A COMBCALC
      * CARD, STRAIGHT AFTER N ON THE OTHERS.
           READ SUSPENSE-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF SUSP-SOURCE = "COMBCALC"
                       MOVE SUSP-CARD-IMAGE (11:8) TO susp-id
                   ELSE
                       MOVE SUSP-CARD-IMAGE (6:8) TO susp-id
                   END-IF
                   IF susp-id = trace-id
                       PERFORM 2320-RECORD-SUSPENSE-ENTRY
                   END-IF
           END-READ.

       2320-RECORD-SUSPENSE-ENTRY.
           IF sus-count < sus-max
               ADD 1 TO sus-count
               MOVE SUSP-SEQ TO ST-SEQ (sus-count)
               MOVE SUSP-BUS-DATE TO ST-BUS-DATE (sus-count)
           END-IF
           IF SUSP-STATUS = "SUSPENDED" OR SUSP-STATUS = "REPAIRED"
               SET open-suspense TO TRUE
           END-IF
           MOVE SUSP-BUS-DATE TO new-ev-date
           MOVE SPACES TO new-ev-time
           MOVE "SUSPENSE" TO new-ev-source
           MOVE SUSP-SEQ TO edit-seq
           MOVE SUSP-AGE-CYCLES TO edit-age
           MOVE SPACES TO new-ev-text
           STRING "REJECTED BY " SUSP-SOURCE " REASON " SUSP-REASON
               " SEQ " edit-seq " - NOW " SUSP-STATUS
               " AGE " edit-age " [" SUSP-CARD-IMAGE "]"
               DELIMITED BY SIZE INTO new-ev-text
           PERFORM 8000-ADD-EVENT.

       2350-TRACE-CORRECTIONS.
      * CORRECTION CARDS CARRY NO DATE OF THEIR OWN - THEY SHOW
      * AGAINST THE DAY THE ENTRY THEY REPAIR WAS SUSPENDED.
           IF sus-count > 0
               MOVE "N" TO file-eof-sw
               OPEN INPUT FIX-CARD-FILE
               IF FIX-FILE-STATUS NOT = "00"
                   SET file-eof TO TRUE
               END-IF
               PERFORM 2360-CHECK-ONE-FIX-CARD
                   UNTIL file-eof
               IF FIX-FILE-STATUS NOT = "35"
                   CLOSE FIX-CARD-FILE
               END-IF
           END-IF.

       2360-CHECK-ONE-FIX-CARD.
           READ FIX-CARD-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF SF-SEQ IS NUMERIC
                       MOVE 0 TO sus-x
                       PERFORM 2370-MATCH-ONE-SUSPENSE-SEQ
                           UNTIL sus-x >= sus-count
                   END-IF
           END-READ.

       2370-MATCH-ONE-SUSPENSE-SEQ.
           ADD 1 TO sus-x
           IF ST-SEQ (sus-x) = SF-SEQ
               MOVE ST-BUS-DATE (sus-x) TO new-ev-date
               MOVE SPACES TO new-ev-time
               MOVE "SUSPFIX" TO new-ev-source
               MOVE SPACES TO new-ev-text
               STRING "CORRECTION CARD FOR SEQ " SF-SEQ
                   " - REPAIRED CARD [" SF-CARD-IMAGE "]"
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
           END-IF.

       2400-TRACE-RESULTS.
           MOVE "N" TO file-eof-sw
           OPEN INPUT RESULT-FILE
           IF RSLT-FILE-STATUS NOT = "00"
               SET file-eof TO TRUE
           END-IF
           PERFORM 2410-CHECK-ONE-RESULT
               UNTIL file-eof
           IF RSLT-FILE-STATUS NOT = "35"
               CLOSE RESULT-FILE
           END-IF.

       2410-CHECK-ONE-RESULT.
           READ RESULT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF NR-REQUEST-ID = trace-id
                       PERFORM 2420-RECORD-RESULT
                   END-IF
           END-READ.

       2420-RECORD-RESULT.
      * ONLY FIBONACCI'S FIBOUT AND FACTRC'S FACTOUT ARE EXTRACTED
      * FOR PLANNING, SO ONLY THEIR ANSWERS HAVE A FEED TO FOLLOW.
           MOVE NR-RUN-DATE TO new-ev-date
           MOVE SPACES TO new-ev-time
           MOVE "RESULTOUT" TO new-ev-source
           MOVE SPACES TO new-ev-text
           STRING "ANSWERED BY " NR-PROGRAM " N=" NR-INPUT-N
               " STATUS " NR-STATUS " RESULT " NR-RESULT (1:40)
               DELIMITED BY SIZE INTO new-ev-text
           PERFORM 8000-ADD-EVENT
           IF res-count < res-max
               ADD 1 TO res-count
               MOVE NR-PROGRAM TO RT-PROGRAM (res-count)
               MOVE NR-RUN-DATE TO RT-RUN-DATE (res-count)
               MOVE NR-INPUT-N TO RT-INPUT-N (res-count)
               MOVE NR-STATUS TO RT-STATUS (res-count)
               MOVE "N" TO RT-KSDS-FOUND (res-count)
               MOVE "N" TO RT-AUDIT-FOUND (res-count)
               MOVE "N" TO RT-XMIT-FOUND (res-count)
               MOVE 0 TO RT-XMIT-GEN (res-count)
               MOVE SPACES TO RT-XMIT-STATUS (res-count)
               EVALUATE NR-PROGRAM
                   WHEN "Fibonacci"
                       MOVE "FIBFEED" TO RT-FEED-ID (res-count)
                   WHEN "FACTRC"
                       MOVE "FACTFEED" TO RT-FEED-ID (res-count)
                   WHEN OTHER
                       MOVE SPACES TO RT-FEED-ID (res-count)
               END-EVALUATE
      * THE MESSAGE LOG IS STAMPED WITH THE CLOCK DATE, WHICH RUNS
      * PAST MIDNIGHT INTO THE NEXT CALENDAR DAY DURING THE NIGHT.
               MOVE NR-RUN-DATE TO RT-NEXT-DATE (res-count)
               IF NR-RUN-DATE IS NUMERIC
                   MOVE NR-RUN-DATE TO date-work
                   PERFORM 8500-ADVANCE-ONE-DAY
                   MOVE date-work TO RT-NEXT-DATE (res-count)
               END-IF
           END-IF.

       2500-TRACE-HISTORY-VERSIONS.
           IF history-open
               MOVE 0 TO res-x
               PERFORM 2510-WALK-ONE-RESULT-VERSIONS
                   UNTIL res-x >= res-count
               IF TM-STATUS = "HISTORY"
                   PERFORM 2550-READ-PUBLISHED-VERSION
               END-IF
           END-IF.

       2510-WALK-ONE-RESULT-VERSIONS.
      * VERSIONS ARE KEYED 1, 2, 3 ... THE WAY RSLTINQ WALKS THEM -
      * THE WALK STOPS AT THE FIRST MISSING ONE.
           ADD 1 TO res-x
           MOVE "N" TO version-end-sw
           MOVE 0 TO probe-version
           PERFORM 2520-PROBE-ONE-VERSION
               UNTIL version-end OR probe-version >= 999.

       2520-PROBE-ONE-VERSION.
           ADD 1 TO probe-version
           MOVE RT-PROGRAM (res-x) TO RH-PROGRAM
           MOVE RT-RUN-DATE (res-x) TO RH-RUN-DATE
           MOVE RT-INPUT-N (res-x) TO RH-INPUT-N
           MOVE probe-version TO RH-VERSION
           READ HISTORY-KSDS-FILE
               INVALID KEY
                   SET version-end TO TRUE
               NOT INVALID KEY
                   MOVE "Y" TO RT-KSDS-FOUND (res-x)
                   PERFORM 2530-ADD-VERSION-EVENTS
           END-READ.

       2530-ADD-VERSION-EVENTS.
           MOVE RH-LOADED-DATE TO new-ev-date
           MOVE RH-LOADED-TIME TO new-ev-time
           MOVE "RSLTKSDS" TO new-ev-source
           MOVE RH-VERSION TO edit-version
           MOVE SPACES TO new-ev-text
           STRING "LOADED AS VERSION " edit-version " OF " RH-PROGRAM
               " RUN " RH-RUN-DATE " STATUS " RH-STATUS
               " RESULT " RH-RESULT (1:30)
               DELIMITED BY SIZE INTO new-ev-text
           PERFORM 8000-ADD-EVENT
           IF RH-CURRENT-IND = "S"
               MOVE RH-SUPERSEDED-DATE TO new-ev-date
               MOVE RH-SUPERSEDED-TIME TO new-ev-time
               MOVE SPACES TO new-ev-text
               STRING "VERSION " edit-version " SUPERSEDED BY "
                   RH-SUPERSEDED-BY
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
           END-IF.

       2550-READ-PUBLISHED-VERSION.
           MOVE TM-HIST-PROGRAM TO RH-PROGRAM
           MOVE TM-HIST-RUN-DATE TO RH-RUN-DATE
           MOVE TM-HIST-INPUT-N TO RH-INPUT-N
           MOVE TM-HIST-VERSION TO RH-VERSION
           MOVE TM-STATUS-DATE TO new-ev-date
           MOVE SPACES TO new-ev-time
           MOVE "RSLTKSDS" TO new-ev-source
           READ HISTORY-KSDS-FILE
               INVALID KEY
                   MOVE SPACES TO new-ev-text
                   STRING "ANSWERED FROM HISTORY BUT THE PUBLISHED "
                       "VERSION IS NOT ON RSLTKSDS"
                       DELIMITED BY SIZE INTO new-ev-text
                   PERFORM 8100-ADD-GAP
               NOT INVALID KEY
                   MOVE SPACES TO new-ev-text
                   STRING "PUBLISHED ANSWER USED - STATUS " RH-STATUS
                       " RESULT " RH-RESULT (1:50)
                       DELIMITED BY SIZE INTO new-ev-text
                   PERFORM 8000-ADD-EVENT
           END-READ.

       2600-TRACE-AUDIT-LOG.
           IF res-count > 0
               MOVE "N" TO file-eof-sw
               OPEN INPUT AUDIT-FILE
               IF AUDIT-FILE-STATUS NOT = "00"
                   SET file-eof TO TRUE
               END-IF
               PERFORM 2610-CHECK-ONE-AUDIT
                   UNTIL file-eof
               IF AUDIT-FILE-STATUS NOT = "35"
                   CLOSE AUDIT-FILE
               END-IF
           END-IF.

       2610-CHECK-ONE-AUDIT.
           READ AUDIT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   MOVE 0 TO res-x
                   PERFORM 2620-MATCH-ONE-AUDIT-RESULT
                       UNTIL res-x >= res-count
           END-READ.

       2620-MATCH-ONE-AUDIT-RESULT.
      * ONE RUN CAN ANSWER THE SAME REQUEST TWICE (A RERUN THE SAME
      * NIGHT) - THE RUN'S AUDIT RECORD IS LISTED ONCE.
           ADD 1 TO res-x
           IF AUD-PROGRAM = RT-PROGRAM (res-x)
               AND AUD-RUN-DATE = RT-RUN-DATE (res-x)
               MOVE "Y" TO RT-AUDIT-FOUND (res-x)
               MOVE AUD-RUN-DATE TO new-ev-date
               MOVE AUD-RUN-TIME TO new-ev-time
               MOVE "AUDITLOG" TO new-ev-source
               MOVE AUD-RETURN-CODE TO edit-rc
               MOVE AUD-ELAPSED-SECS TO edit-secs
               MOVE SPACES TO new-ev-text
               STRING "RUN OF " AUD-PROGRAM " ENDED RC " edit-rc
                   " STARTED " AUD-START-TIME
                   " ELAPSED " edit-secs " SECS"
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
               MOVE res-count TO res-x
           END-IF.

       2700-TRACE-MESSAGE-LOG.
           IF res-count > 0
               MOVE "N" TO file-eof-sw
               OPEN INPUT MESSAGE-LOG-FILE
               IF MSG-FILE-STATUS NOT = "00"
                   SET file-eof TO TRUE
               END-IF
               PERFORM 2710-CHECK-ONE-MESSAGE
                   UNTIL file-eof
               IF MSG-FILE-STATUS NOT = "35"
                   CLOSE MESSAGE-LOG-FILE
               END-IF
           END-IF.

       2710-CHECK-ONE-MESSAGE.
           READ MESSAGE-LOG-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   MOVE 0 TO res-x
                   PERFORM 2720-MATCH-ONE-MESSAGE-RESULT
                       UNTIL res-x >= res-count
           END-READ.

       2720-MATCH-ONE-MESSAGE-RESULT.
           ADD 1 TO res-x
           IF MSG-PROGRAM = RT-PROGRAM (res-x)
               AND (MSG-DATE = RT-RUN-DATE (res-x)
                   OR MSG-DATE = RT-NEXT-DATE (res-x))
               MOVE MSG-DATE TO new-ev-date
               MOVE MSG-TIME TO new-ev-time
               MOVE "MSGLOG" TO new-ev-source
               MOVE SPACES TO new-ev-text
               STRING MSG-ID " " MSG-TEXT
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
               MOVE res-count TO res-x
           END-IF.

       2800-TRACE-TRANSMISSIONS.
           IF res-count > 0
               MOVE "N" TO file-eof-sw
               OPEN INPUT TRANSMISSION-FILE
               IF XMIT-FILE-STATUS NOT = "00"
                   SET file-eof TO TRUE
               END-IF
               PERFORM 2810-CHECK-ONE-TRANSMISSION
                   UNTIL file-eof
               IF XMIT-FILE-STATUS NOT = "35"
                   CLOSE TRANSMISSION-FILE
               END-IF
           END-IF.

       2810-CHECK-ONE-TRANSMISSION.
           READ TRANSMISSION-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   MOVE 0 TO res-x
                   PERFORM 2820-MATCH-ONE-XMIT-RESULT
                       UNTIL res-x >= res-count
           END-READ.

       2820-MATCH-ONE-XMIT-RESULT.
      * THE FEED FOR A BUSINESS DATE CARRIES THAT NIGHT'S ANSWERS -
      * A LATER GENERATION FOR THE SAME DATE (A RESEND) REPLACES
      * THE EARLIER ONE AS THE GENERATION THAT CARRIED IT. A
      * GENERATION THE PUBLICATION GATE HELD OR WITHDREW NEVER LEFT
      * THE SHOP, AND THE EVENT SAYS SO.
           ADD 1 TO res-x
           IF RT-FEED-ID (res-x) NOT = SPACES
               AND XC-FEED-ID = RT-FEED-ID (res-x)
               AND XC-BUS-DATE = RT-RUN-DATE (res-x)
               MOVE "Y" TO RT-XMIT-FOUND (res-x)
               MOVE XC-GENERATION TO RT-XMIT-GEN (res-x)
               MOVE XC-STATUS TO RT-XMIT-STATUS (res-x)
               MOVE XC-BUS-DATE TO new-ev-date
               MOVE SPACES TO new-ev-time
               MOVE "XMITCTL" TO new-ev-source
               MOVE XC-GENERATION TO edit-gen
               MOVE XC-REC-COUNT TO edit-count
               EVALUATE XC-STATUS
                   WHEN "HELD"
                       MOVE "HELD" TO xmit-event-verb
                   WHEN "WITHDRAWN"
                       MOVE "WITHDRAWN" TO xmit-event-verb
                   WHEN OTHER
                       MOVE "TRANSMITTED" TO xmit-event-verb
               END-EVALUATE
               MOVE SPACES TO new-ev-text
               STRING xmit-event-verb DELIMITED BY SPACE
                   " ON " XC-FEED-ID DELIMITED BY SIZE
                   " GENERATION " edit-gen " ROWS " edit-count
                   " CHECKSUM " XC-CHECKSUM " - " XC-STATUS
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
               MOVE res-count TO res-x
           END-IF.

       2850-TRACE-RECEIPTS.
           IF res-count > 0
               MOVE "N" TO file-eof-sw
               OPEN INPUT RECEIPT-FILE
               IF RCPT-FILE-STATUS NOT = "00"
                   SET file-eof TO TRUE
               END-IF
               PERFORM 2860-CHECK-ONE-RECEIPT
                   UNTIL file-eof
               IF RCPT-FILE-STATUS NOT = "35"
                   CLOSE RECEIPT-FILE
               END-IF
           END-IF.

       2860-CHECK-ONE-RECEIPT.
           READ RECEIPT-FILE
               AT END SET file-eof TO TRUE
               NOT AT END
                   IF RCP-GENERATION IS NUMERIC
                       MOVE 0 TO res-x
                       PERFORM 2870-MATCH-ONE-RECEIPT-RESULT
                           UNTIL res-x >= res-count
                   END-IF
           END-READ.

       2870-MATCH-ONE-RECEIPT-RESULT.
           ADD 1 TO res-x
           IF RT-XMIT-FOUND (res-x) = "Y"
               AND RCP-FEED-ID = RT-FEED-ID (res-x)
               AND RCP-GENERATION = RT-XMIT-GEN (res-x)
               MOVE RCP-BUS-DATE TO new-ev-date
               MOVE SPACES TO new-ev-time
               MOVE "FEEDRCPT" TO new-ev-source
               MOVE SPACES TO new-ev-text
               STRING "PLANNING RECEIPT FOR " RCP-FEED-ID
                   " GENERATION " RCP-GENERATION
                   " ROWS " RCP-REC-COUNT " CHECKSUM " RCP-CHECKSUM
                   DELIMITED BY SIZE INTO new-ev-text
               PERFORM 8000-ADD-EVENT
               MOVE res-count TO res-x
           END-IF.

       3000-FIND-GAPS.
      * WHERE THE CHAIN SHOULD HAVE CONTINUED AND DID NOT. A
      * CANCELLED REQUEST ENDS ITS OWN CHAIN, AND ONE ANSWERED FROM
      * HISTORY NEVER WENT TO THE RUN - NEITHER IS A BREAK.
           IF NOT request-registered
               MOVE SPACES TO new-ev-date
               MOVE "NOT REGISTERED ON REQMSTR - NO INTAKE RECORD"
                   TO new-ev-text
               PERFORM 8100-ADD-GAP
           END-IF
           IF TM-STATUS NOT = "CANCELLED"
               AND TM-STATUS NOT = "HISTORY"
               IF res-count = 0
                   PERFORM 3100-FIND-UNANSWERED-GAP
               ELSE
                   MOVE 0 TO res-x
                   PERFORM 3200-FIND-ONE-RESULT-GAPS
                       UNTIL res-x >= res-count
               END-IF
           END-IF.

       3100-FIND-UNANSWERED-GAP.
           IF open-suspense
               MOVE ST-BUS-DATE (sus-count) TO new-ev-date
               MOVE "IN SUSPENSE - NOT YET REPAIRED AND RERUN"
                   TO new-ev-text
           ELSE
               IF TM-RELEASED-DATE NOT = SPACES
                   MOVE TM-RELEASED-DATE TO new-ev-date
               ELSE
                   MOVE TM-RECEIVED-DATE TO new-ev-date
               END-IF
               EVALUATE TRUE
                   WHEN card-seen
                       MOVE "ON THE REQUEST FILE BUT NOT YET PROCESSED"
                           TO new-ev-text
                   WHEN request-registered
                       MOVE "REGISTERED BUT NEVER PROCESSED"
                           TO new-ev-text
                   WHEN OTHER
                       MOVE "NO RESULTOUT RECORD CARRIES THIS ID"
                           TO new-ev-text
               END-EVALUATE
           END-IF
           PERFORM 8100-ADD-GAP.

       3200-FIND-ONE-RESULT-GAPS.
           ADD 1 TO res-x
           MOVE RT-RUN-DATE (res-x) TO new-ev-date
           IF request-registered AND TM-STATUS = "RECEIVED"
               MOVE "PROCESSED BUT REQMSTR STATUS NEVER SETTLED"
                   TO new-ev-text
               PERFORM 8100-ADD-GAP
           END-IF
           IF RT-KSDS-FOUND (res-x) = "N"
               MOVE "PROCESSED BUT NEVER LOADED TO RSLTKSDS"
                   TO new-ev-text
               PERFORM 8100-ADD-GAP
           END-IF
           IF RT-AUDIT-FOUND (res-x) = "N"
               MOVE "PROCESSED BUT NO AUDITLOG RECORD FOR THE RUN"
                   TO new-ev-text
               PERFORM 8100-ADD-GAP
           END-IF
           IF RT-FEED-ID (res-x) NOT = SPACES
               AND RT-STATUS (res-x) = "OK"
               IF RT-XMIT-FOUND (res-x) = "N"
                   MOVE "PROCESSED BUT NEVER TRANSMITTED"
                       TO new-ev-text
                   PERFORM 8100-ADD-GAP
               ELSE
                   EVALUATE RT-XMIT-STATUS (res-x)
                       WHEN "ACKED"
                           CONTINUE
                       WHEN "MISMATCH"
                           MOVE "ACKNOWLEDGED WITH A COUNT MISMATCH"
                               TO new-ev-text
                           PERFORM 8100-ADD-GAP
                       WHEN "HELD"
                           MOVE SPACES TO new-ev-text
                           STRING "HELD BY THE PUBLICATION GATE - "
                               "NOT RELEASED" DELIMITED BY SIZE
                               INTO new-ev-text
                           PERFORM 8100-ADD-GAP
                       WHEN "WITHDRAWN"
                           MOVE "WITHDRAWN - NEVER PUBLISHED"
                               TO new-ev-text
                           PERFORM 8100-ADD-GAP
                       WHEN OTHER
                           MOVE "TRANSMITTED BUT NEVER ACKNOWLEDGED"
                               TO new-ev-text
                           PERFORM 8100-ADD-GAP
                   END-EVALUATE
               END-IF
           END-IF.

       4000-SORT-EVENTS.
      * A PLAIN EXCHANGE SORT - A TRACE IS A FEW DOZEN EVENTS.
           MOVE "Y" TO swap-sw
           PERFORM 4100-ONE-SORT-PASS
               UNTIL NOT entries-swapped.

       4100-ONE-SORT-PASS.
           MOVE "N" TO swap-sw
           MOVE 1 TO ev-x
           PERFORM 4200-COMPARE-ONE-PAIR
               UNTIL ev-x >= ev-count.

       4200-COMPARE-ONE-PAIR.
           COMPUTE ev-y = ev-x + 1
           IF EV-SORT-KEY (ev-x) > EV-SORT-KEY (ev-y)
               MOVE EV-ENTRY (ev-x) TO event-hold
               MOVE EV-ENTRY (ev-y) TO EV-ENTRY (ev-x)
               MOVE event-hold TO EV-ENTRY (ev-y)
               SET entries-swapped TO TRUE
           END-IF
           ADD 1 TO ev-x.

       5000-PRINT-TRACE.
           MOVE trace-id TO RH1-REQUEST-ID
           MOVE CD-DATE TO RH1-DATE
           MOVE report-heading-1 TO TRACE-LINE
           WRITE TRACE-LINE
           MOVE SPACES TO TRACE-LINE
           WRITE TRACE-LINE
           MOVE report-heading-2 TO TRACE-LINE
           WRITE TRACE-LINE
           MOVE 0 TO ev-x
           PERFORM 5100-PRINT-ONE-EVENT
               UNTIL ev-x >= ev-count
           MOVE SPACES TO TRACE-LINE
           WRITE TRACE-LINE
           IF trace-table-full
               MOVE "  TRACE TABLE FULL - LATER EVENTS NOT SHOWN"
                   TO TRACE-LINE
               WRITE TRACE-LINE
           END-IF
           MOVE SPACES TO TRACE-LINE
           MOVE ev-count TO edit-events
           MOVE gap-count TO edit-gaps
           IF gap-count = 0
               STRING "  CHAIN COMPLETE - " edit-events " EVENT(S)"
                   DELIMITED BY SIZE INTO TRACE-LINE
           ELSE
               STRING "  CHAIN BROKEN - " edit-events " EVENT(S), "
                   edit-gaps " GAP(S)"
                   DELIMITED BY SIZE INTO TRACE-LINE
           END-IF
           WRITE TRACE-LINE
           MOVE SPACES TO TRACE-LINE
           WRITE TRACE-LINE
           WRITE TRACE-LINE.

       5100-PRINT-ONE-EVENT.
           ADD 1 TO ev-x
           IF EV-GAP-IND (ev-x) = "Y"
               MOVE EV-DATE (ev-x) TO RG-DATE
               MOVE EV-TEXT (ev-x) TO RG-TEXT
               MOVE report-gap-line TO TRACE-LINE
           ELSE
               MOVE EV-DATE (ev-x) TO RD-DATE
               MOVE EV-TIME (ev-x) TO RD-TIME
               MOVE EV-SOURCE (ev-x) TO RD-SOURCE
               MOVE EV-TEXT (ev-x) TO RD-TEXT
               MOVE report-detail-line TO TRACE-LINE
           END-IF
           WRITE TRACE-LINE.

       8000-ADD-EVENT.
           IF ev-count < ev-max
               ADD 1 TO ev-count
               MOVE new-ev-date TO EV-DATE (ev-count)
               MOVE new-ev-time TO EV-TIME (ev-count)
               MOVE ev-count TO EV-SEQ (ev-count)
               MOVE new-ev-source TO EV-SOURCE (ev-count)
               MOVE "N" TO EV-GAP-IND (ev-count)
               MOVE new-ev-text TO EV-TEXT (ev-count)
           ELSE
               SET trace-table-full TO TRUE
           END-IF.

       8100-ADD-GAP.
      * A GAP SORTS AFTER EVERYTHING ELSE ON ITS DAY, SO IT PRINTS
      * RIGHT AFTER THE LAST LINK THAT WAS FOUND.
           ADD 1 TO gap-count
           IF ev-count < ev-max
               ADD 1 TO ev-count
               MOVE new-ev-date TO EV-DATE (ev-count)
               MOVE "999999" TO EV-TIME (ev-count)
               MOVE ev-count TO EV-SEQ (ev-count)
               MOVE "GAP" TO EV-SOURCE (ev-count)
               MOVE "Y" TO EV-GAP-IND (ev-count)
               MOVE new-ev-text TO EV-TEXT (ev-count)
           ELSE
               SET trace-table-full TO TRUE
           END-IF.

       8500-ADVANCE-ONE-DAY.
      * PLAIN CALENDAR ARITHMETIC, MONTH LENGTHS AND LEAP YEARS
      * INCLUDED - THE SAME ROUTINE CATCHUP USES.
           PERFORM 8600-SET-MONTH-DAYS
           IF DW-DD < month-days
               ADD 1 TO DW-DD
           ELSE
               MOVE 1 TO DW-DD
               IF DW-MM < 12
                   ADD 1 TO DW-MM
               ELSE
                   MOVE 1 TO DW-MM
                   ADD 1 TO DW-YYYY
               END-IF
           END-IF.

       8600-SET-MONTH-DAYS.
           EVALUATE DW-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO month-days
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO month-days
               WHEN OTHER
                   MOVE 28 TO month-days
                   COMPUTE leap-rem = FUNCTION MOD (DW-YYYY, 4)
                   IF leap-rem = 0
                       MOVE 29 TO month-days
                       COMPUTE leap-rem =
                           FUNCTION MOD (DW-YYYY, 100)
                       IF leap-rem = 0
                           COMPUTE leap-rem =
                               FUNCTION MOD (DW-YYYY, 400)
                           IF leap-rem NOT = 0
                               MOVE 28 TO month-days
                           END-IF
                       END-IF
                   END-IF
           END-EVALUATE.
