      * IN RESULTOUT BACK TO THE DEPARTMENT THAT ASKED FOR IT.
      * SPACES FOR RESULTS NOT TIED TO AN INTAKE REQUEST.
           05  NR-REQUEST-ID         PIC X(08).
      * THE SECOND INPUT AND THE FORM OF THE QUESTION, SO A STORED
      * ANSWER CAN BE MATCHED TO A LATER REQUEST FOR THE SAME THING -
      * R FOR THE COMBINATIONS PROGRAM (ZERO WHERE A PROGRAM TAKES N
      * ALONE) WITH ITS REQUEST TYPE (C NCR/NPR, R REPETITION, M
      * MULTISET, D DERANGEMENTS), AND FOR THE FIBONACCI PROGRAMS THE
      * SEED PATTERN (S STANDARD, L LUCAS, C CUSTOM). BINOMIAL
      * CARRIES ITS CUTOFF K AS THE SECOND INPUT, TYPE K, OR ZERO AND
      * TYPE B FOR A DISTRIBUTION ASKED FOR WITHOUT ONE. SPACES IN
      * BOTH ON RECORDS WRITTEN BEFORE THE FIELDS EXISTED.
           05  NR-INPUT-R            PIC 9(05).
           05  NR-REQUEST-TYPE       PIC X(01).
