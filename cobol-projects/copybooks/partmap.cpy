      *================================================================
      * PARTMAP - REQUEST PARTITION MAP
      * WRITTEN BY REQSPLIT WHEN ONE LARGE COMBREQ OR FIBREQ FILE IS
      * DIVIDED INTO PARTITIONS THAT RUN AS SEPARATE COMBCALC OR
      * Fibonacci STEPS, AND READ BY PARTMRG TO PUT THE PARTITION
      * OUTPUT BACK TOGETHER. ONE M RECORD PER CARD IN THE ORIGINAL
      * FILE, IN ORIGINAL ORDER, SAYING WHICH PARTITION THE CARD WENT
      * TO AND WHERE IN THAT PARTITION IT SITS; ONE T RECORD LAST
      * WITH THE UNSPLIT CONTROL TOTALS THE MERGE MUST ADD BACK TO.
      *================================================================
       01  PARTITION-MAP-RECORD.
           05  PM-RECORD-TYPE       PIC X(01).
               88  PM-MAP-ENTRY         VALUE "M".
               88  PM-CONTROL-TOTALS    VALUE "T".
           05  PM-SOURCE            PIC X(08).
           05  PM-SPLIT-DATE        PIC X(08).
           05  PM-SPLIT-TIME        PIC X(06).
           05  PM-BODY              PIC X(80).
           05  PM-MAP-BODY REDEFINES PM-BODY.
               10  PM-ORIG-SEQ      PIC 9(05).
               10  PM-PARTITION     PIC 9(01).
               10  PM-PART-SEQ      PIC 9(05).
               10  PM-WORK          PIC 9(06).
               10  PM-REQUEST-ID    PIC X(08).
               10  FILLER           PIC X(55).
           05  PM-TOTALS-BODY REDEFINES PM-BODY.
               10  PM-TOTAL-CARDS   PIC 9(05).
               10  PM-TOTAL-WORK    PIC 9(09).
               10  PM-PART-COUNT    PIC 9(01).
               10  PM-PART-TOTALS OCCURS 4 TIMES.
                   15  PM-PART-CARDS    PIC 9(05).
                   15  PM-PART-WORK     PIC 9(09).
               10  FILLER           PIC X(09).
