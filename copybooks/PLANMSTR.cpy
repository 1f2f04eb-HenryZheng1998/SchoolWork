      *-----------------------------------------------------------
      * PLANMSTR - Sales plan master, keyed by store and fiscal
      * period. Holds the planned sales dollars each store is
      * supposed to do in the 4-5-4 fiscal period finance closes
      * on, maintained through the same batch maintenance pattern
      * as the other masters. The daily flash prices actual sales
      * against this so district managers see how the day and the
      * period-to-date stand against plan.
      *-----------------------------------------------------------
       01  SALES-PLAN-RECORD.
           05  SP-RECORD-KEY.
               10  SP-STORE-NUMBER          PIC 99.
      * fiscal year and period, CCYYPP
               10  SP-FISCAL-PERIOD         PIC 9(6).
           05  SP-PLAN-AMOUNT               PIC 9(9)V99.
