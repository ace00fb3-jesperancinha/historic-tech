      *   CKPT-INTERVAL   - FIBONACCI CHECKPOINT INTERVAL
      *   TERM-TABLE-TOP  - FIBPROJ GROWTH-PATTERN TABLE CEILING
      *   BASE-TABLE-TOP  - REGRESS BASELINE TABLE CEILING
      *   ENTRY-CUTOFF    - REQENTRY AMEND/CANCEL CUT-OFF (HHMMSS)
      *   INCIDENT-AGE-DAYS - INCAGE OPEN-INCIDENT AGE (WORKING DAYS)
      *   VARIANCE-TOL-PCT  - FIBVAR PERIOD VARIANCE TOLERANCE (PCT)
      *   DRIFT-RUN-PERIODS - FIBVAR SAME-SIDE RUN FOR A RE-SEED FLAG
       01  LIMIT-CONTROL-CARD.
           05  LC-NAME             PIC X(20).
           05  LC-VALUE            PIC X(10).
