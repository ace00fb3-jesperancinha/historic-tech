      * THE OPERATIONS REPORT.
      * REASON CODES: NNUM - FIELD NOT NUMERIC   RNGE - OUT OF RANGE
      *               REXN - R EXCEEDS N
      *               RTYP - REQUEST TYPE NOT RECOGNISED
      *               RNUS - R GIVEN FOR A TYPE THAT TAKES N ALONE
      *               REPZ - REPETITION FROM AN EMPTY SET
      *               MGRP - MULTISET GROUP COUNT MISSING OR BAD
      *               MSUM - MULTISET GROUP COUNTS EXCEED N
      *================================================================
       01  SUSPENSE-RECORD.
           05  SUSP-SEQ             PIC 9(05).
