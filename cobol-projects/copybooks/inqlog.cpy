      * SCREEN CHECKS THE ID AGAINST THE OPERAUTH AUTHORITY FILE
      * BEFORE THE SESSION STARTS.
           05  IL-OPERATOR          PIC X(08).
      * THE COUNTING TYPE OF A COMBINATIONS INQUIRY - C FOR NCR/NPR,
      * R REPETITION, M MULTISET, D DERANGEMENTS, WHOSE ONE ANSWER IS
      * LOGGED IN IL-NCR. SPACE FOR A PLAIN FACTORIAL/FIBONACCI
      * LOOKUP AND ON RECORDS WRITTEN BEFORE THE FIELD EXISTED.
           05  IL-REQUEST-TYPE      PIC X(01).
