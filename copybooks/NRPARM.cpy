      *-----------------------------------------------------------
      * NRPARM - No-receipt return policy parameters, one line: the
      * most a single no-receipt return can credit per item (each
      * unit is valued at the lower of this cap and the catalog
      * price, and the line at quantity times that), the length of
      * the rolling window in days, and how many credits and how
      * many dollars one customer may take inside that window. A
      * missing file runs at the defaults each program carries.
      *-----------------------------------------------------------
       01  NORECEIPT-PARAMS-RECORD.
           05  NP-ITEM-CAP                  PIC 9(5)V99.
           05  NP-PERIOD-DAYS               PIC 9(3).
           05  NP-MAX-COUNT                 PIC 9(3).
           05  NP-MAX-AMOUNT                PIC 9(5)V99.
