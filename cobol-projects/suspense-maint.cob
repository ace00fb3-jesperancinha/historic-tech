
       FD  COMB-REQUEST-FILE
           RECORDING MODE IS F.
       01  COMB-FEED-RECORD            PIC X(29).

       FD  FIB-REQUEST-FILE
           RECORDING MODE IS F.
                       ADD 1 TO fed-count
                   END-IF
               WHEN "COMBCALC"
                   MOVE SUSP-CARD-IMAGE (1:29)
                       TO COMB-FEED-RECORD
                   WRITE COMB-FEED-RECORD
                   MOVE "FED" TO SUSP-STATUS
