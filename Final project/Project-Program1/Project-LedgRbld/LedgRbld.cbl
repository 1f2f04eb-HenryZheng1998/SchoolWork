       author. Henry Zheng.
       date-written. 2026-09-02.
      * Purpose: Rebuild the subsidiary ledgers - the layaway
      *          ledger, the gift-card ledger, the sales-history
      *          master and the no-receipt credit ledger - from the
      *          permanent transaction history as
      *          of a requested business date, for recovery after a
      *          ledger file is corrupted by a mid-write abend.
      *          Everything needed is already in the history; this
      *          lock so a rebuild cannot collide with the daily
      *          stream or maintenance.
      *          Two passes in key (invoice) order: openers first
      *          (sales, layaways, card issuances and no-receipt
      *          merchandise credits), then the
      *          drawdowns (returns, voids, card redemptions, and
      *          exchange SKU rewrites) - a card is always opened
      *          before any invoice's redemption draws on it, and
               access mode is dynamic
               record key is LL-INVOICE-NUMBER
               file status is ws-layaway-status.
           select NORECEIPT-CREDIT-FILE
               assign to
               "../../../datafiles/data/noreceipt-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is NC-RECORD-KEY
               file status is ws-noreceipt-status.
      * configure shared run-arbitration lock
           select optional RUN-LOCK-FILE
               assign to "../../../data/run-lock.dat"
       fd LAYAWAY-LEDGER-FILE.
           COPY LAYAWAY.

       fd NORECEIPT-CREDIT-FILE.
           COPY NRCREDIT.

       fd RUN-LOCK-FILE
           data record is RUN-LOCK-RECORD
           record contains 34 characters.
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-sales-history-status         pic xx
           value spaces.
       77  ws-gift-card-status             pic xx
           value spaces.
       77  ws-layaway-status               pic xx
           value spaces.
       77  ws-noreceipt-status             pic xx
           value spaces.
       77  ws-run-lock-status              pic xx
           value spaces.
       77  ws-run-lock-blocked             pic x
           value 0.
       77  ws-layaways-rebuilt-count       pic 9(7)
           value 0.
       77  ws-nr-credits-rebuilt-count     pic 9(7)
           value 0.
       77  ws-drawdowns-applied-count      pic 9(7)
           value 0.

               perform 600-write-run-audit-record
               perform 060-release-run-lock
               close SALES-HISTORY-FILE GIFT-CARD-LEDGER-FILE
                       LAYAWAY-LEDGER-FILE NORECEIPT-CREDIT-FILE
                       SKU-MASTER-FILE
               if ws-proof-failed = "Y"
                   move 8 to RETURN-CODE
               end-if
           open output LAYAWAY-LEDGER-FILE.
           close LAYAWAY-LEDGER-FILE.
           open i-o LAYAWAY-LEDGER-FILE.
           open output NORECEIPT-CREDIT-FILE.
           close NORECEIPT-CREDIT-FILE.
           open i-o NORECEIPT-CREDIT-FILE.
           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.

      * mirror of the edit's split-tender resolution, off the
      * history record's carried tender detail

       095-check-gc-sku.
           move "N" to ws-record-is-gc-sku.
           if ws-sku-master-open = "Y"
               move TH-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       perform 220-replay-sale
                   when "L"
                       perform 240-replay-layaway
                   when "R"
                       if TH-PAYMENT-TYPE = "MC"
                           perform 230-replay-merch-credit
                       end-if
                   when other
                       continue
               end-evaluate
               move TH-TRANSACTION-AMOUNT  to SH-SALE-AMOUNT
               move TH-TRANSACTION-AMOUNT  to SH-RETURNABLE-AMOUNT
               move TH-TRANSACTION-DATE    to SH-SALE-DATE
               move TH-CUSTOMER-NUMBER     to SH-CUSTOMER-NUMBER
               write SALES-HISTORY-RECORD
                   invalid key continue
                   not invalid key
               end-write
           end-if.

      * a no-receipt return opened a merchandise-credit card for its
      * refund and was recorded against the customer's limits
       230-replay-merch-credit.
           move TH-CARD-NUMBER             to GC-CARD-NUMBER.
           move TH-STORE-NUMBER            to GC-STORE-NUMBER.
           move TH-TRANSACTION-AMOUNT      to GC-ISSUED-AMOUNT.
           move TH-TRANSACTION-AMOUNT      to GC-BALANCE-REMAINING.
           move TH-TRANSACTION-DATE        to GC-ISSUE-DATE.
           move TH-TRANSACTION-DATE        to GC-LAST-ACTIVITY-DATE.
           set GC-CARD-OPEN                to true.
           write GIFT-CARD-LEDGER-RECORD
               invalid key continue
               not invalid key
                   add 1 to ws-cards-rebuilt-count
                   move "GIFTCARD "        to ol-rc-ledger
                   move GC-CARD-NUMBER     to ol-rc-key
                   move GC-ISSUED-AMOUNT   to ol-rc-amount
                   write report-line       from ws-recreated-line
           end-write.
           move TH-CUSTOMER-NUMBER         to NC-CUSTOMER-NUMBER.
           move TH-TRANSACTION-DATE        to NC-CREDIT-DATE.
           move TH-CARD-NUMBER             to NC-CARD-NUMBER.
           move TH-STORE-NUMBER            to NC-STORE-NUMBER.
           move TH-INVOICE-NUMBER          to NC-INVOICE-NUMBER.
           move TH-LINE-NUMBER             to NC-LINE-NUMBER.
           move TH-SKU-CODE                to NC-SKU-CODE.
           move TH-QUANTITY                to NC-QUANTITY.
           move TH-TRANSACTION-AMOUNT      to NC-CREDIT-AMOUNT.
           move TH-CASHIER-NUMBER          to NC-CASHIER-NUMBER.
           write NORECEIPT-CREDIT-RECORD
               invalid key continue
               not invalid key
                   add 1 to ws-nr-credits-rebuilt-count
                   move "NORECEIPT"        to ol-rc-ledger
                   move NC-CARD-NUMBER     to ol-rc-key
                   move NC-CREDIT-AMOUNT   to ol-rc-amount
                   write report-line       from ws-recreated-line
           end-write.

      * a layaway's first visit opens the ticket, later visits pay
      * it down, and paid-in-full opens the sales history line -
      * the same rules Program2 posts with; history arrives in
           move LL-ORIGINAL-AMOUNT         to SH-SALE-AMOUNT.
           move LL-ORIGINAL-AMOUNT         to SH-RETURNABLE-AMOUNT.
           move TH-TRANSACTION-DATE        to SH-SALE-DATE.
           move TH-CUSTOMER-NUMBER         to SH-CUSTOMER-NUMBER.
           write SALES-HISTORY-RECORD
               invalid key continue
               not invalid key
                   and TH-TRANSACTION-DATE <= ws-as-of-date
               perform 090-resolve-tenders
               evaluate TH-TRANSACTION-CODE
      * a no-receipt return drew nothing down - it was replayed
      * with the openers
                   when "R"
                       if TH-PAYMENT-TYPE not = "MC"
                           perform 320-replay-return
                       end-if
                   when "X"
                       perform 330-replay-exchange
                   when "V"
                                           to ol-count-caption.
           move ws-layaways-rebuilt-count  to ol-count-value.
           write report-line               from ws-count-line.
           move "No-receipt credits recreated:       "
                                           to ol-count-caption.
           move ws-nr-credits-rebuilt-count
                                           to ol-count-value.
           write report-line               from ws-count-line.
           move "Drawdowns replayed:                 "
                                           to ol-count-caption.
           move ws-drawdowns-applied-count to ol-count-value.
