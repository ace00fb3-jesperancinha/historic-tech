       01  REQUEST-CARD.
           05  REQ-N               PIC X(05).
           05  REQ-R               PIC X(05).
           05  REQ-ID              PIC X(08).
           05  REQ-TYPE            PIC X(01).
           05  REQ-GROUPS.
               10  REQ-GROUP       PIC X(02) OCCURS 5 TIMES.

       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
         77 prot-key PIC 9(05).
         77 req-n-num PIC 9(05).
         77 req-r-num PIC 9(05).
         77 prot-type PIC X(01).
         77 req-group-x PIC 9(02).
         77 req-key-x PIC 9(06).

      * EVERY N THE CURRENT COMBREQ CARDS NEED - N, R AND N-R PER
      * PLAIN CARD, THE OTHER REQUEST TYPES' OWN KEYS (SEE 0600)
      * - SO A DELETE CANNOT QUIETLY PULL A FACTORIAL THE NEXT
      * NIGHTLY COMBCALC RUN IS GOING TO ASK FOR. SIZED FOR 200
      * REQUEST CARDS, IN LINE WITH THE 500-RESULT NIGHTS THE REST
      * OF THE SUITE PLANS FOR; IF IT STILL OVERFLOWS, THE OVERFLOW

       0600-LOAD-PROTECTED-KEYS.
      * EACH COMBREQ CARD MAKES COMBCALC LOOK UP N!, R! AND (N-R)! -
      * ALL THREE KEYS PER CARD GO IN THE PROTECTED TABLE. THE OTHER
      * REQUEST TYPES NEED THEIR OWN KEYS - REPETITION (N+R-1)!, R!
      * AND (N-1)!, A MULTISET N! AND EACH GROUP COUNT'S FACTORIAL,
      * DERANGEMENTS EVERY FACTORIAL FROM 0! UP TO N!. A MISSING
      * OR EMPTY REQUEST FILE PROTECTS NOTHING, WHICH IS CORRECT -
      * THERE IS NOTHING PENDING TO BREAK.
           OPEN INPUT REQUEST-FILE
           READ REQUEST-FILE
               AT END SET request-eof TO TRUE
               NOT AT END
                   MOVE REQ-TYPE TO prot-type
                   IF prot-type = SPACE
                       MOVE "C" TO prot-type
                   END-IF
                   IF REQ-N IS NUMERIC
                       MOVE REQ-N TO req-n-num
                       EVALUATE prot-type
                           WHEN "C"
                               PERFORM 0630-PROTECT-NCR-KEYS
                           WHEN "R"
                               PERFORM 0640-PROTECT-REPETITION-KEYS
                           WHEN "M"
                               PERFORM 0650-PROTECT-MULTISET-KEYS
                           WHEN "D"
                               PERFORM 0660-PROTECT-DERANGEMENT-KEYS
                       END-EVALUATE
                   END-IF
           END-READ.

       0630-PROTECT-NCR-KEYS.
           IF REQ-R IS NUMERIC
               MOVE REQ-R TO req-r-num
               IF req-r-num <= req-n-num
                   MOVE req-n-num TO prot-key
                   PERFORM 0620-ADD-PROTECTED-KEY
                   MOVE req-r-num TO prot-key
                   PERFORM 0620-ADD-PROTECTED-KEY
                   COMPUTE prot-key = req-n-num - req-r-num
                   PERFORM 0620-ADD-PROTECTED-KEY
               END-IF
           END-IF.

       0640-PROTECT-REPETITION-KEYS.
           IF REQ-R IS NUMERIC AND req-n-num > 0
               MOVE REQ-R TO req-r-num
               IF req-n-num + req-r-num <= 100000
                   COMPUTE prot-key = req-n-num + req-r-num - 1
                   PERFORM 0620-ADD-PROTECTED-KEY
               END-IF
               MOVE req-r-num TO prot-key
               PERFORM 0620-ADD-PROTECTED-KEY
               COMPUTE prot-key = req-n-num - 1
               PERFORM 0620-ADD-PROTECTED-KEY
           END-IF.

       0650-PROTECT-MULTISET-KEYS.
           MOVE req-n-num TO prot-key
           PERFORM 0620-ADD-PROTECTED-KEY
           MOVE 0 TO req-group-x
           PERFORM 0655-PROTECT-ONE-GROUP-KEY
               UNTIL req-group-x >= 5.

       0655-PROTECT-ONE-GROUP-KEY.
           ADD 1 TO req-group-x
           IF REQ-GROUP (req-group-x) IS NUMERIC
               MOVE REQ-GROUP (req-group-x) TO prot-key
               PERFORM 0620-ADD-PROTECTED-KEY
           END-IF.

       0660-PROTECT-DERANGEMENT-KEYS.
           MOVE 0 TO req-key-x
           PERFORM 0665-PROTECT-ONE-TERM-KEY
               UNTIL req-key-x > req-n-num.

       0665-PROTECT-ONE-TERM-KEY.
           MOVE req-key-x TO prot-key
           PERFORM 0620-ADD-PROTECTED-KEY
           ADD 1 TO req-key-x.

       0620-ADD-PROTECTED-KEY.
      * A KEY THE FULL TABLE CANNOT TAKE MUST NOT BE SILENTLY
      * UNPROTECTED - THE OVERFLOW SWITCH MAKES EVERY DELETE REFUSE
