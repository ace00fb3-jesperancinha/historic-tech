           05  RH-SUPERSEDED-DATE  PIC X(08).
           05  RH-SUPERSEDED-TIME  PIC X(06).
           05  RH-SUPERSEDED-BY    PIC X(20).
      * THE SECOND INPUT AND FORM OF THE QUESTION CARRIED OVER FROM
      * RESULTOUT (R FOR COMBCALC, SEED PATTERN FOR Fibonacci), SO
      * INTAKE CAN TELL WHETHER A NEW REQUEST ASKS EXACTLY WHAT THIS
      * VERSION ANSWERED.
           05  RH-INPUT-R          PIC 9(05).
           05  RH-REQUEST-TYPE     PIC X(01).

       FD  INQUIRY-REPORT
           RECORDING MODE IS F.
