      * keying error rejects the day it happens; zero means no
      * price is maintained yet and the proof is skipped
           05  SKM-UNIT-PRICE               PIC 9(5)V99.
      * vendor the SKU is bought from - goods a store sends back
      * to the vendor are listed under it; spaces when not known
           05  SKM-VENDOR-NUMBER            PIC X(6).
      * what one unit costs us from the vendor - what a receipt
      * with no cost of its own is valued at, and what the margin
      * reporting falls back to before a store's average cost is
      * known; zero means no cost is maintained yet
           05  SKM-UNIT-COST                PIC 9(5)V99.
