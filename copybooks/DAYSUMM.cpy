      *-----------------------------------------------------------
      * DAYSUMM - Daily store/SKU summary of the transaction
      * history, keyed by transaction date, store, SKU and
      * transaction code. HISTPOST adds each record it posts to the
      * history onto its summary row, so the period reports read
      * a day's totals here instead of walking every history
      * record ever posted; SUMBLD regenerates any day from the
      * history and proves the two tie. Amounts are gross, as the
      * history carries them - what a code does to net sales is
      * the reading program's business.
      *-----------------------------------------------------------
       01  DAILY-SUMMARY-RECORD.
           05  DS-RECORD-KEY.
               10  DS-SUMMARY-DATE          PIC 9(8).
               10  DS-STORE-NUMBER          PIC 99.
               10  DS-SKU-CODE              PIC X(15).
               10  DS-TRANSACTION-CODE      PIC X.
      * history records summarized into the row, the units they
      * moved and their dollars
           05  DS-RECORD-COUNT              PIC 9(7).
           05  DS-UNITS                     PIC 9(7).
           05  DS-GROSS-AMOUNT              PIC 9(9)V99.
      * the part of the gross rung tax-exempt
           05  DS-EXEMPT-AMOUNT             PIC 9(9)V99.
      * the gross split by the tender that carried it - the two
      * halves of a split-tender ticket land on their own tenders
           05  DS-TENDER-AMOUNTS.
               10  DS-CASH-AMOUNT           PIC 9(9)V99.
               10  DS-CREDIT-AMOUNT         PIC 9(9)V99.
               10  DS-DEBIT-AMOUNT          PIC 9(9)V99.
               10  DS-GIFT-CARD-AMOUNT      PIC 9(9)V99.
               10  DS-POINTS-AMOUNT         PIC 9(9)V99.
               10  DS-MERCH-CREDIT-AMOUNT   PIC 9(9)V99.
      * what the summarized lines' goods cost us, off the history
           05  DS-COST-AMOUNT               PIC 9(9)V99.
