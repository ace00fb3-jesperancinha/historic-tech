      *================================================================
      * KSDSBKUP - SEQUENTIAL BACKUP IMAGE OF ONE INDEXED MASTER
      * (FACTKSDS, RSLTKSDS OR SCENKSDS). EACH BACKUP GENERATION IS
      * ONE H RECORD NAMING THE MASTER AND THE CYCLE AND CLOCK TIME
      * OF THE UNLOAD, ONE D RECORD PER MASTER RECORD CARRYING ITS
      * IMAGE IN KEY ORDER, AND ONE T RECORD WITH THE RECORD COUNT,
      * THE LOWEST AND HIGHEST KEY AND THE KEY HASH. THE HASH WALKS
      * EVERY BYTE OF EVERY KEY IN KEY ORDER (HASH = HASH * 31 + THE
      * BYTE'S COLLATING POSITION, KEPT MODULO 999999999999989), SO A
      * LOST, EXTRA OR ALTERED KEY ANYWHERE IN THE RANGE CHANGES IT.
      *================================================================
       01  KSDS-BACKUP-RECORD.
           05  BK-REC-TYPE          PIC X(01).
               88  BK-HEADER-REC            VALUE "H".
               88  BK-DETAIL-REC            VALUE "D".
               88  BK-TRAILER-REC           VALUE "T".
           05  BK-FILE-ID           PIC X(08).
           05  BK-BODY              PIC X(250).
           05  BK-HEADER REDEFINES BK-BODY.
               10  BKH-BUS-DATE     PIC X(08).
               10  BKH-DATE         PIC X(08).
               10  BKH-TIME         PIC X(06).
               10  FILLER           PIC X(228).
           05  BK-TRAILER REDEFINES BK-BODY.
      * COMPLETE, OR NO FILE WHEN THE MASTER COULD NOT BE OPENED -
      * A RESTORE REFUSES ANY BACKUP THAT DOES NOT SAY COMPLETE.
               10  BKT-STATUS       PIC X(10).
               10  BKT-RECORD-COUNT PIC 9(09).
               10  BKT-KEY-HASH     PIC 9(15).
               10  BKT-LOW-KEY      PIC X(40).
               10  BKT-HIGH-KEY     PIC X(40).
               10  FILLER           PIC X(136).
