      *================================================================
      * PUBHOLD - PUBLICATION HOLD REGISTER
      * THE PUBLICATION GATE APPENDS ONE HELD RECORD PER OUTPUT
      * (ACKOUT, FACTCSV, FIBCSV) FOR A BUSINESS CYCLE WHOSE CONTROL
      * STEPS - BALANCE, FIBVERFY, REGRESS - DID NOT END CLEAN, AND
      * ONE RELEASED OR WITHDRAWN RECORD WHEN A LEVEL-3 OPERATOR
      * DECIDES IT. THE FILE IS ONLY EVER APPENDED TO, SO THE LAST
      * RECORD FOR A CYCLE AND OUTPUT IS ITS CURRENT STATE, AND AN
      * OUTPUT WITH NO RECORD FOR ITS CYCLE WAS NEVER HELD.
      *================================================================
       01  PUBLICATION-HOLD-RECORD.
           05  PH-BUS-DATE          PIC X(08).
           05  PH-OUTPUT            PIC X(08).
           05  PH-STATUS            PIC X(10).
      * ON A HELD RECORD, WHICH CONTROL STEPS FAILED AND HOW; ON A
      * DECISION, THE OPERATOR'S OWN REASON FROM THE PUBCTL CARD.
           05  PH-REASON            PIC X(48).
      * SPACES ON HELD RECORDS THE GATE WRITES ITSELF.
           05  PH-OPERATOR          PIC X(08).
           05  PH-DATE              PIC X(08).
           05  PH-TIME              PIC X(06).
