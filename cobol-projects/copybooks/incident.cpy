      *================================================================
      * INCIDENT - ONE RECORD PER ALERT CONDITION ON THE INCIDENT
      * MASTER (INCIDENT). A CONDITION IS ONE ALT-PROGRAM AND
      * ALT-REASON PAIR FROM ALERTOUT; INCBUILD OPENS AN INCIDENT THE
      * FIRST TIME THE CONDITION PAGES AND COUNTS EVERY REPEAT
      * AGAINST IT AFTER THAT. THE OPERATOR ACKNOWLEDGES, ANNOTATES
      * AND CLOSES IT ON THE INCMNT SCREEN; A REPEAT FOR A LATER
      * CYCLE THAN THE ONE IT WAS CLOSED IN REOPENS IT.
      * STATUS: OPEN, ACKED, CLOSED
      *================================================================
       01  INCIDENT-RECORD.
           05  INC-ID               PIC X(08).
           05  INC-PROGRAM          PIC X(20).
           05  INC-REASON           PIC X(40).
           05  INC-PRIORITY         PIC X(08).
           05  INC-STATUS           PIC X(08).
               88  INC-OPEN                 VALUE "OPEN".
               88  INC-ACKED                VALUE "ACKED".
               88  INC-CLOSED               VALUE "CLOSED".
      * ALT-DATE OF THE ALERT THAT OPENED (OR LAST REOPENED) THE
      * INCIDENT - THE DATE IT AGES FROM - AND OF THE FIRST AND THE
      * LATEST ALERT EVER COUNTED AGAINST IT.
           05  INC-OPENED-DATE      PIC X(08).
           05  INC-FIRST-DATE       PIC X(08).
           05  INC-LAST-DATE        PIC X(08).
      * ALERT RECORDS COUNTED, AND THE SUM OF THEIR ALT-COUNTS.
           05  INC-ALERT-COUNT      PIC 9(05).
           05  INC-OCCURRENCES      PIC 9(07).
           05  INC-REOPEN-COUNT     PIC 9(03).
           05  INC-ACK-OPERATOR     PIC X(08).
           05  INC-ACK-DATE         PIC X(08).
           05  INC-ACK-TIME         PIC X(06).
           05  INC-CLOSED-OPERATOR  PIC X(08).
           05  INC-CLOSED-DATE      PIC X(08).
           05  INC-CLOSED-TIME      PIC X(06).
      * BUSINESS CYCLE IN FORCE WHEN THE INCIDENT WAS CLOSED - ONLY
      * AN ALERT FOR A LATER CYCLE REOPENS IT.
           05  INC-CLOSED-CYCLE     PIC X(08).
           05  INC-NOTES            PIC X(60).
           05  INC-NOTES-OPERATOR   PIC X(08).
           05  FILLER               PIC X(17).
