      *-----------------------------------------------------------
      * PROMMSTR - Promotion master, keyed by SKU and the date the
      * promotion starts. Maintained through the same batch
      * maintenance pattern as the other masters. While a
      * promotion is active and the transaction date falls inside
      * its start/end dates, the edit proves a Sale line against
      * the promotion price instead of the catalog price - at
      * every store, or only at the stores listed when there is a
      * store list.
      *-----------------------------------------------------------
       01  PROMOTION-RECORD.
           05  PM-RECORD-KEY.
               10  PM-SKU-CODE              PIC X(15).
               10  PM-START-DATE            PIC 9(8).
      * last day the promotion price is in effect, inclusive
           05  PM-END-DATE                  PIC 9(8).
           05  PM-PROMO-PRICE               PIC 9(5)V99.
           05  PM-DESCRIPTION               PIC X(20).
           05  PM-PROMO-STATUS              PIC X.
               88  PM-PROMO-ACTIVE          VALUE "A".
               88  PM-PROMO-CLOSED          VALUE "C".
      * the stores the promotion runs at - a count of zero means
      * every store
           05  PM-STORE-COUNT               PIC 99.
           05  PM-STORE-LIST.
               10  PM-STORE-NUMBER          PIC 99
                       OCCURS 10 TIMES.
