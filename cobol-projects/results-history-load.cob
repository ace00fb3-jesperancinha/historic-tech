           05  RH-SUPERSEDED-DATE  PIC X(08).
           05  RH-SUPERSEDED-TIME  PIC X(06).
           05  RH-SUPERSEDED-BY    PIC X(20).
      * THE SECOND INPUT AND FORM OF THE QUESTION CARRIED OVER FROM
      * RESULTOUT (R FOR COMBCALC, SEED PATTERN FOR Fibonacci), SO
      * INTAKE CAN TELL WHETHER A NEW REQUEST ASKS EXACTLY WHAT THIS
      * VERSION ANSWERED.
           05  RH-INPUT-R          PIC 9(05).
           05  RH-REQUEST-TYPE     PIC X(01).

       WORKING-STORAGE SECTION.

           MOVE SPACES TO RH-SUPERSEDED-DATE
           MOVE SPACES TO RH-SUPERSEDED-TIME
           MOVE SPACES TO RH-SUPERSEDED-BY
           MOVE NR-INPUT-R TO RH-INPUT-R
           MOVE NR-REQUEST-TYPE TO RH-REQUEST-TYPE
           WRITE HISTORY-KSDS-RECORD
               INVALID KEY
                   DISPLAY "RSLTLOAD - UNEXPECTED DUPLICATE KEY: "
