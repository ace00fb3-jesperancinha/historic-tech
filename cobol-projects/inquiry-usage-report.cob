                       END-IF
      * RECORDS WRITTEN BEFORE THE NCR/NPR FIELDS EXISTED COME BACK
      * WITH SPACES THERE - THE NUMERIC TEST KEEPS THEM OUT OF THE
      * COMBINATIONS TALLY. A REQUEST TYPE MARKS ANY COUNTING
      * INQUIRY, INCLUDING THE TYPES THAT TAKE N ALONE.
                       IF (IL-R IS NUMERIC AND IL-R > 0)
                           OR IL-REQUEST-TYPE = "C"
                           OR IL-REQUEST-TYPE = "R"
                           OR IL-REQUEST-TYPE = "M"
                           OR IL-REQUEST-TYPE = "D"
                           ADD 1 TO comb-inquiry-count
                       END-IF
                       PERFORM 2200-COUNT-N-VALUE
