      *-----------------------------------------------------------
      * RTNRSN - Return reason code table, keyed by reason code.
      * Maintained through the batch maintenance pattern like the
      * other masters; every Return must carry a reason on this
      * table that is still active, so return rates by reason
      * mean the same thing at every store.
      *-----------------------------------------------------------
       01  RETURN-REASON-RECORD.
           05  RR-REASON-CODE               PIC XX.
           05  RR-REASON-DESCRIPTION        PIC X(20).
           05  RR-REASON-STATUS             PIC X.
               88  RR-REASON-ACTIVE         VALUE "A".
               88  RR-REASON-CLOSED         VALUE "C".
