      * THE ASSIGNED REQUEST ID, THE REQUESTING DEPARTMENT, WHICH
      * REQUEST FILE THE CARD WENT TO, WHEN IT ARRIVED, AND ITS
      * CURRENT STATUS (RECEIVED UNTIL THE NIGHTLY RUN ANSWERS IT,
      * THEN PROCESSED OR REJECTED - OR HISTORY WHEN INTAKE ANSWERED
      * IT FROM A PUBLISHED RESULT AND IT NEVER WENT TO THE NIGHTLY
      * RUN AT ALL, OR CANCELLED WHEN THE REQUESTER WITHDREW IT ON
      * THE ENTRY SCREEN BEFORE THE CUT-OFF). THIS IS HOW "DID MY
      * 20-CHOOSE-4 FROM TUESDAY RUN" BECOMES A LOOKUP INSTEAD OF A
      * REPORT BROWSE.
      *================================================================
       01  REQUEST-MASTER-RECORD.
           05  RM-REQUEST-ID        PIC X(08).
           05  RM-STATUS            PIC X(10).
           05  RM-STATUS-DATE       PIC X(08).
           05  RM-CARD-IMAGE        PIC X(30).
      * FOR A HISTORY ANSWER ONLY - THE RESULTS-HISTORY KEY OF THE
      * PUBLISHED VERSION THE ANSWER WAS TAKEN FROM (PROGRAM, THE RUN
      * DATE THAT PUBLISHED IT, N AND VERSION). SPACES OTHERWISE.
           05  RM-HISTORY-KEY.
               10  RM-HIST-PROGRAM  PIC X(20).
               10  RM-HIST-RUN-DATE PIC X(08).
               10  RM-HIST-INPUT-N  PIC X(05).
               10  RM-HIST-VERSION  PIC X(03).
      * THE OPERATOR WHO KEYED THE REQUEST ON THE REQENTRY SCREEN -
      * ONLY THAT OPERATOR MAY AMEND OR CANCEL IT. SPACES FOR A CARD
      * THAT ARRIVED IN A DEPARTMENT'S REQUEST FILE.
           05  RM-ENTERED-BY        PIC X(08).
      * THE BUSINESS DATE INTAKE PUT THE CARD INTO THE PRODUCTION
      * REQUEST FILE FOR THE NIGHTLY RUN. AN ON-LINE REQUEST STAYS
      * AMENDABLE ONLY WHILE THIS IS SPACES.
           05  RM-RELEASED-DATE     PIC X(08).
