           05  IM-ON-HAND-QTY               PIC S9(7).
      * business date of the run that last posted this record
           05  IM-LAST-POSTED-DATE          PIC 9(8).
      * min/max replenishment - when on-hand plus what is already
      * on order falls to the reorder point, the replenishment
      * step orders the reorder quantity from the distribution
      * center; a zero reorder point means the SKU is not
      * replenished automatically at this store
           05  IM-REORDER-POINT             PIC 9(5).
           05  IM-REORDER-QTY               PIC 9(5).
      * returned units judged unsellable - held in the store's
      * damaged bucket, out of the on-hand the floor can sell
           05  IM-DAMAGED-QTY               PIC 9(7).
      * weighted average unit cost of the store's on-hand - each
      * distribution-center receipt averages its own cost in with
      * what is already on the shelf; cost of goods sold and the
      * valuation of shrink are taken at it. Zero until the first
      * costed receipt posts.
           05  IM-AVERAGE-COST              PIC 9(5)V9(4).
