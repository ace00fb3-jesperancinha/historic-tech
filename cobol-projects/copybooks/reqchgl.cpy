      *================================================================
      * REQCHGL - REQUEST ENTRY CHANGE LOG RECORD
      * ONE RECORD PER REQUEST ENTERED, AMENDED OR CANCELLED ON THE
      * REQENTRY SCREEN - WHO, WHEN, WHICH REQUEST, AND THE FULL
      * MASTER RECORD BEFORE AND AFTER THE CHANGE (BEFORE IMAGE IS
      * SPACES FOR AN ENTRY), SO ANY DISPUTE OVER WHAT A DEPARTMENT
      * ASKED FOR CAN BE SETTLED FROM THE LOG.
      * ACTIONS: ENTER, AMEND, CANCEL
      *================================================================
       01  REQUEST-CHANGE-LOG-RECORD.
           05  RCL-DATE             PIC X(08).
           05  RCL-TIME             PIC X(06).
           05  RCL-OPERATOR         PIC X(08).
           05  RCL-ACTION           PIC X(08).
           05  RCL-REQUEST-ID       PIC X(08).
           05  RCL-BEFORE           PIC X(128).
           05  RCL-AFTER            PIC X(128).
