      * Purpose: Keep a running book on-hand by SKU and store, so
      *          buyers stop counting by hand. Each validated Sale
      *          in valid.out draws the inventory master down by its
      *          quantity, each accepted Return is routed by its
      *          disposition - restocked onto the book, held in the
      *          store's damaged bucket, or listed by vendor for
      *          return-to-vendor shipment - a void
      *          puts its cancelled same-day sale's units back, and
      *          the distribution-center receipts feed adds inbound
      *          stock, averaging the receipt's unit cost (the
      *          catalog unit cost when the line carries none) into
      *          the store's weighted average cost (each receipt
      *          taken is also appended to the cumulative receipts
      *          log, the night's feed being replaced by the next).
      *          An inter-store transfer-out
      *          takes its units off the shipping store and into the
      *          in-transit ledger; the transfer-in takes them out of
      *          transit and onto the receiving store, and a receipt
      *          that does not match its shipment is listed as a
      *          transfer exception. Ends with a negative-on-hand
      *          exception report - selling what the book says we
      *          don't have is how shrinkage and receiving errors
      *          surface.
      *          Runs in the EDITPG2 stream after REVIEW so review-
      *          released records are included in the day's posting.

               organization is line sequential
               file status is ws-input-status.
      * configure distribution-center receipts feed - one line per
      * inbound carton: store, SKU, receipt date, quantity, unit
      * cost; optional so a day with no truck still posts the sales
      * side
           select optional DC-RECEIPTS-FILE
               assign to "../../../data/dc-receipts.dat"
               organization is line sequential
               file status is ws-receipts-status.
      * configure receipts log - every receipt line the book has
      * taken, appended night after night, so the book can be
      * re-derived long after the day's feed is replaced
           select optional DC-RECEIPT-LOG-FILE
               assign to "../../../datafiles/data/dc-receipt-log.dat"
               organization is line sequential
               file status is ws-receipt-log-status.
      * configure perpetual inventory master, keyed SKU + store
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               access mode is dynamic
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure in-transit ledger for inter-store transfers,
      * keyed transfer number + line
           select IN-TRANSIT-FILE
               assign to "../../../datafiles/data/in-transit.dat"
               organization is indexed
               access mode is dynamic
               record key is IT-RECORD-KEY
               file status is ws-in-transit-status.
      * configure SKU catalog lookup - a gift-card SKU moves no
      * goods, so its sales and voids skip the book entirely
           select SKU-MASTER-FILE
               assign to "../../../data2/invpost-posted.dat"
               organization is line sequential
               file status is ws-posting-log-status.
      * configure return-to-vendor list output - the day's returns
      * going back to the vendor, grouped by the catalog's vendor
           select VENDOR-RETURN-FILE
               assign to "../../../data2/vendor-returns.out"
               organization is line sequential.
      * configure negative-on-hand exception report output
           select INV-EXCEPT-REPORT-FILE
               assign to "../../../data2/inv-except.out"
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       fd DC-RECEIPTS-FILE
           data record is dc-receipt-line
           record contains 37 characters.

       01 dc-receipt-line.
           05 DR-STORE-NUMBER               pic 99.
           05 DR-SKU-CODE                   pic x(15).
           05 DR-RECEIPT-DATE               pic 9(8).
           05 DR-QUANTITY                   pic 9(5).
      * what the distribution center paid per unit - blank on a line
      * cut before the feed carried cost
           05 DR-UNIT-COST                  pic 9(5)V99.

       fd DC-RECEIPT-LOG-FILE
           data record is dc-receipt-log-line
           record contains 37 characters.

       01 dc-receipt-log-line               pic x(37).

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd IN-TRANSIT-FILE.
           COPY INTRANS.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.


       01 posting-log-line                pic 9(8).

       fd VENDOR-RETURN-FILE
           data record is vendor-return-line
           record contains 120 characters.

       01 vendor-return-line                pic x(120).

       fd INV-EXCEPT-REPORT-FILE
           data record is report-line
           record contains 120 characters.
           value spaces.
       77  ws-receipts-status              pic xx
           value spaces.
       77  ws-receipt-log-status           pic xx
           value spaces.
       77  ws-inventory-status             pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-audit-status                 pic xx
           value spaces.
       77  ws-sales-posted-count           pic 9(6)
           value 0.
       77  ws-record-is-gc-sku             pic x
           value "N".
       77  ws-in-transit-status            pic xx
           value spaces.
       77  ws-transfers-out-count          pic 9(6)
           value 0.
       77  ws-transfers-in-count           pic 9(6)
           value 0.
       77  ws-transfer-except-count        pic 9(5)
           value 0.
       77  ws-transfer-found               pic x
           value "N".
      * "N" when the transfer record is a repeat of an end already
      * on the ledger - reported, but the book is not moved twice
       77  ws-transfer-post                pic x
           value "Y".
       77  ws-transfer-exception           pic x(20)
           value spaces.
      * the two stores the record in hand says the goods moved
      * between, whichever end of the transfer it is
       77  ws-match-from-store             pic 99
           value 0.
       77  ws-match-to-store               pic 99
           value 0.
       77  ws-damaged-count                pic 9(6)
           value 0.
      * vendor and description of the record's SKU, picked up off
      * the catalog read that screens out gift cards
       77  ws-sku-vendor                   pic x(6)
           value spaces.
       77  ws-sku-description              pic x(20)
           value spaces.

      * Return-to-vendor table - built in arrival order through the
      * day, then sorted by vendor and SKU so the list prints one
      * group per vendor; same fixed-upper-bound OCCURS pattern and
      * flag-and-skip guard as the other report tables.
       77  ws-rtv-table-full               pic x
           value "N".
       01 ws-rtv-count                     pic 999
           value 0.
       01 ws-rtv-table.
           05  ws-rtv-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-rtv-count
                   INDEXED BY ws-rtv-idx.
               10  ws-rtv-vendor            pic x(6).
               10  ws-rtv-sku-code          pic x(15).
               10  ws-rtv-description       pic x(20).
               10  ws-rtv-store             pic 99.
               10  ws-rtv-invoice-number    pic x(9).
               10  ws-rtv-line-number       pic 99.
               10  ws-rtv-reason            pic xx.
               10  ws-rtv-qty               pic 9(5).
               10  ws-rtv-amount            pic 9(5)V99.
       01 ws-rtv-swap-entry                pic x(68).
       77  ws-sort-i                       pic 999
           value 0.
       77  ws-sort-j                       pic 999
           value 0.
       77  ws-rtv-break-vendor             pic x(6)
           value spaces.
       77  ws-rtv-vendor-qty               pic 9(6)
           value 0.
       77  ws-rtv-vendor-amount            pic 9(7)V99
           value 0.
       77  ws-rtv-total-qty                pic 9(6)
           value 0.
       77  ws-rtv-total-amount             pic 9(7)V99
           value 0.

      * signed movement applied to the book for the record in hand
       77  ws-qty-delta                    pic s9(5)
           value 0.

      * unit cost a receipt is averaged in at - its own, or the
      * catalog's when the line carries none - and the catalog cost
      * that stands in for a store's average not yet known
       77  ws-receipt-cost                 pic 9(5)V99
           value 0.
       77  ws-catalog-cost                 pic 9(5)V99
           value 0.

      * Rerun protection, same mechanism as the other posting
      * steps: the posting log remembers which business date last
      * posted; the same date again without the supervisor
           05  filler                              pic x(24)
               value "(no negative on-hand)".

       01 ws-transfer-head.
           05  filler                              pic x(40)
               value "Inter-Store Transfer Exceptions".

       01 ws-transfer-column.
           05  filler                              pic x(14)
               value "TRANSFER".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(6)
               value "FROM".
           05  filler                              pic x(6)
               value "TO".
           05  filler                              pic x(9)
               value "SHIPPED".
           05  filler                              pic x(10)
               value "RECEIVED".
           05  filler                              pic x(20)
               value "EXCEPTION".

       01 ws-transfer-detail-line.
           05  ol-tr-transfer-number               pic x(9).
           05  filler                              pic x
               value "/".
           05  ol-tr-line-number                   pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-tr-sku-code                      pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-tr-from-store                    pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-tr-to-store                      pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-tr-shipped-qty                   pic zzzz9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-tr-received-qty                  pic zzzz9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-tr-exception                     pic x(20).

       01 ws-transfer-none-line.
           05  filler                              pic x(24)
               value "(no transfer exceptions)".

       01 ws-sales-total-line.
           05  filler                              pic x(28)
               value "Movement records posted:    ".
               value "Receipt records posted:     ".
           05  ol-receipts-posted-count            pic zzzzz9.

       01 ws-transfer-out-total-line.
           05  filler                              pic x(28)
               value "Transfers shipped posted:   ".
           05  ol-transfers-out-count              pic zzzzz9.

       01 ws-transfer-in-total-line.
           05  filler                              pic x(28)
               value "Transfers received posted:  ".
           05  ol-transfers-in-count               pic zzzzz9.

       01 ws-transfer-except-total-line.
           05  filler                              pic x(28)
               value "Transfer exceptions:        ".
           05  ol-transfer-except-count            pic zzzz9.

       01 ws-damaged-total-line.
           05  filler                              pic x(28)
               value "Returns to damaged bucket:  ".
           05  ol-damaged-count                    pic zzzzz9.

       01 ws-rtv-total-line.
           05  filler                              pic x(28)
               value "Returns to vendor listed:   ".
           05  ol-rtv-count                        pic zzzzz9.

       01 ws-negative-total-line.
           05  filler                              pic x(28)
               value "SKUs/stores negative:       ".
           05  filler                              pic x(22)
               value " - NOTHING POSTED **".

      * return-to-vendor list lines
       01 ws-rtv-headline.
           05  filler                              pic x(37)
               value "Return-to-Vendor List - Business Date".
           05  filler                              pic x
               value spaces.
           05  ol-rtv-business-date                pic 9(8).

       01 ws-rtv-column-line.
           05  filler                              pic x(8)
               value "VENDOR".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(22)
               value "DESCRIPTION".
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(14)
               value "INVOICE".
           05  filler                              pic x(8)
               value "REASON".
           05  filler                              pic x(8)
               value "UNITS".
           05  filler                              pic x(12)
               value "DOLLARS".

       01 ws-rtv-detail-line.
           05  ol-rtv-vendor                       pic x(6).
           05  filler                              pic xx
               value spaces.
           05  ol-rtv-sku-code                     pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-rtv-description                  pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-rtv-store                        pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-rtv-invoice-number               pic x(9).
           05  filler                              pic x
               value "/".
           05  ol-rtv-line-number                  pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-rtv-reason                       pic xx.
           05  filler                              pic x(6)
               value spaces.
           05  ol-rtv-qty                          pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-rtv-amount                       pic $$$,$$9.99.

       01 ws-rtv-vendor-total-line.
           05  filler                              pic x(8)
               value spaces.
           05  filler                              pic x(14)
               value "Vendor total  ".
           05  ol-rtv-total-vendor                 pic x(6).
           05  filler                              pic x(47)
               value spaces.
           05  ol-rtv-vendor-qty                   pic zzzzz9.
           05  filler                              pic x
               value spaces.
           05  ol-rtv-vendor-amount                pic $$,$$$,$$9.99.

       01 ws-rtv-grand-total-line.
           05  filler                              pic x(22)
               value "All vendors".
           05  filler                              pic x(53)
               value spaces.
           05  ol-rtv-total-qty                    pic zzzzz9.
           05  filler                              pic x
               value spaces.
           05  ol-rtv-total-amount                 pic $$,$$$,$$9.99.

       01 ws-rtv-none-line.
           05  filler                              pic x(28)
               value "(no returns to vendor)".

       01 ws-rtv-capacity-line.
           05  filler                              pic x(38)
               value "** LIST FULL (500 max) - LINES OMITTED".

       procedure division.
           open output INV-EXCEPT-REPORT-FILE.

               open output AUDIT-LOG-FILE
           end-if.

      * the in-transit ledger persists across runs the same way
           open i-o IN-TRANSIT-FILE.
           if ws-in-transit-status = "35" then
               open output IN-TRANSIT-FILE
               close IN-TRANSIT-FILE
               open i-o IN-TRANSIT-FILE
           end-if.

           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.

           perform 050-check-rerun-protection.

           write report-line               from ws-newline.

           if ws-posting-blocked = "N"
               write report-line           from ws-transfer-head
               write report-line           from ws-transfer-column
               perform 100-post-daily-movement
               perform 150-post-dc-receipts
               perform 170-write-vendor-return-list
               if ws-transfer-except-count = 0
                   write report-line       from ws-transfer-none-line
               end-if
               write report-line           from ws-newline
           end-if.

           perform 200-report-negative-on-hand.
           move ws-receipts-posted-count
                                       to ol-receipts-posted-count.
           write report-line               from ws-receipts-total-line.
           move ws-transfers-out-count     to ol-transfers-out-count.
           write report-line
                               from ws-transfer-out-total-line.
           move ws-transfers-in-count      to ol-transfers-in-count.
           write report-line
                               from ws-transfer-in-total-line.
           move ws-transfer-except-count   to ol-transfer-except-count.
           write report-line
                               from ws-transfer-except-total-line.
           move ws-damaged-count           to ol-damaged-count.
           write report-line               from ws-damaged-total-line.
           move ws-rtv-count               to ol-rtv-count.
           write report-line               from ws-rtv-total-line.
           move ws-negative-count          to ol-negative-count.
           write report-line               from ws-negative-total-line.

               close POSTING-LOG-FILE
           end-if.

           close INVENTORY-MASTER-FILE SKU-MASTER-FILE IN-TRANSIT-FILE
                   INV-EXCEPT-REPORT-FILE AUDIT-LOG-FILE.
           goback.


      * What moves goods: a Sale draws the book down by its
      * quantity, a Return restores, a void restores its cancelled
      * same-day sale (a Return goes where its disposition says -
      * back on the book, into the damaged bucket, or onto the
      * return-to-vendor list; one carrying no disposition is
      * restocked), and an exchange draws down the replacement
      * item it hands over (the item taken back goes through the
      * service desk as a Return or restock, not through here). A
      * layaway leaves the goods in the back room until the ticket
      * is paid off, so its payments move nothing; gift-card SKUs
      * move no goods at all. A transfer moves goods between two
      * stores through the in-transit ledger.
       110-post-movement-record.
           move 0 to ws-qty-delta.
           if il-quantity is numeric and il-quantity > 0
               if ws-record-is-gc-sku = "N"
                   move il-SKU-code        to IM-SKU-CODE
                   move il-store-number    to IM-STORE-NUMBER
                   evaluate true
                       when il-transaction-code = "R"
                               and il-return-damaged
                           perform 125-post-damaged-return
                       when il-transaction-code = "R"
                               and il-return-to-vendor
                           perform 140-list-vendor-return
                       when other
                           perform 120-apply-book-delta
                   end-evaluate
                   add 1 to ws-sales-posted-count
               end-if
           end-if.

           if il-transfer
                   and il-quantity is numeric and il-quantity > 0
               perform 130-post-transfer
           end-if.

           read input-file
               at end move "Y"             to ws-eof
           end-read.
      * selling or voiding the card SKU itself moves nothing
       115-check-gc-sku.
           move "N" to ws-record-is-gc-sku.
           move spaces to ws-sku-vendor.
           move "(not in catalog)" to ws-sku-description.
           if ws-sku-master-open = "Y"
               move il-SKU-code to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       if SKM-GIFT-CARD-SKU
                           move "Y" to ws-record-is-gc-sku
                       end-if
                       move SKM-VENDOR-NUMBER    to ws-sku-vendor
                       move SKM-ITEM-DESCRIPTION to ws-sku-description
               end-read
           end-if.

           read INVENTORY-MASTER-FILE
               invalid key
                   move 0                  to IM-ON-HAND-QTY
                   move 0                  to IM-REORDER-POINT
                   move 0                  to IM-REORDER-QTY
                   move 0                  to IM-DAMAGED-QTY
                   move 0                  to IM-AVERAGE-COST
                   add ws-qty-delta        to IM-ON-HAND-QTY
                   move ws-business-date   to IM-LAST-POSTED-DATE
                   write INVENTORY-MASTER-RECORD
                   rewrite INVENTORY-MASTER-RECORD
           end-read.

      * a damaged return comes back into the store but not onto the
      * sellable book - it lands in the damaged bucket on the same
      * SKU/store record, opening the record when the store has
      * never carried the SKU
       125-post-damaged-return.
           read INVENTORY-MASTER-FILE
               invalid key
                   move 0                  to IM-ON-HAND-QTY
                   move 0                  to IM-REORDER-POINT
                   move 0                  to IM-REORDER-QTY
                   move ws-qty-delta       to IM-DAMAGED-QTY
                   move 0                  to IM-AVERAGE-COST
                   move ws-business-date   to IM-LAST-POSTED-DATE
                   write INVENTORY-MASTER-RECORD
                       invalid key continue
                   end-write
               not invalid key
                   add ws-qty-delta        to IM-DAMAGED-QTY
                   move ws-business-date   to IM-LAST-POSTED-DATE
                   rewrite INVENTORY-MASTER-RECORD
           end-read.
           add 1 to ws-damaged-count.

      * a return going back to the vendor never touches the book -
      * it is held for the vendor shipment, so it goes on the list
      * under the vendor the catalog buys the SKU from
       140-list-vendor-return.
           if ws-rtv-count >= 500
               move "Y" to ws-rtv-table-full
           else
               add 1 to ws-rtv-count
               move ws-sku-vendor      to ws-rtv-vendor(ws-rtv-count)
               move il-SKU-code        to ws-rtv-sku-code(ws-rtv-count)
               move ws-sku-description
                                   to ws-rtv-description(ws-rtv-count)
               move il-store-number    to ws-rtv-store(ws-rtv-count)
               move il-invoice-number
                               to ws-rtv-invoice-number(ws-rtv-count)
               move il-line-number
                               to ws-rtv-line-number(ws-rtv-count)
               move il-return-reason   to ws-rtv-reason(ws-rtv-count)
               move ws-qty-delta       to ws-rtv-qty(ws-rtv-count)
               move il-transaction-amount
                                   to ws-rtv-amount(ws-rtv-count)
           end-if.

      * One ledger record per transfer line, whichever end reaches
      * the book first. The shipment puts the units in transit; the
      * receipt closes them out, clean or with a variance; a repeat
      * of an end already on the ledger is reported and not posted.
       130-post-transfer.
           move il-invoice-number          to IT-TRANSFER-NUMBER.
           move il-line-number             to IT-LINE-NUMBER.
           move "Y"                        to ws-transfer-found.
           read IN-TRANSIT-FILE
               invalid key
                   move "N"                to ws-transfer-found
           end-read.
           move spaces                     to ws-transfer-exception.
           move "Y"                        to ws-transfer-post.
           if il-transfer-out
               move il-store-number        to ws-match-from-store
               move il-transfer-store      to ws-match-to-store
               perform 132-post-transfer-out
           else
               move il-transfer-store      to ws-match-from-store
               move il-store-number        to ws-match-to-store
               perform 134-post-transfer-in
           end-if.

           if ws-transfer-post = "Y"
               move il-SKU-code            to IM-SKU-CODE
               move il-store-number        to IM-STORE-NUMBER
               if il-transfer-out
                   compute ws-qty-delta = 0 - il-quantity
                   add 1 to ws-transfers-out-count
               else
                   move il-quantity        to ws-qty-delta
                   add 1 to ws-transfers-in-count
               end-if
               perform 120-apply-book-delta
           end-if.
           if ws-transfer-exception not = spaces
               perform 138-write-transfer-exception
           end-if.

       132-post-transfer-out.
           evaluate true
               when ws-transfer-found = "N"
                   move il-SKU-code         to IT-SKU-CODE
                   move il-store-number     to IT-FROM-STORE
                   move il-transfer-store   to IT-TO-STORE
                   move il-transaction-date to IT-SHIP-DATE
                   move il-quantity         to IT-SHIPPED-QTY
                   move 0                   to IT-RECEIVE-DATE
                   move 0                   to IT-RECEIVED-QTY
                   set IT-IN-TRANSIT        to true
                   write IN-TRANSIT-RECORD
                       invalid key continue
                   end-write
      * the receiving store's feed got here first - the shipment
      * completes the record
               when IT-ARRIVED-UNSHIPPED
                   move il-transaction-date to IT-SHIP-DATE
                   move il-quantity         to IT-SHIPPED-QTY
                   perform 136-match-transfer-ends
                   rewrite IN-TRANSIT-RECORD
               when other
                   move "N"                 to ws-transfer-post
                   move "DUPLICATE SHIPMENT" to ws-transfer-exception
           end-evaluate.

       134-post-transfer-in.
           evaluate true
               when ws-transfer-found = "N"
                   move il-SKU-code         to IT-SKU-CODE
                   move il-transfer-store   to IT-FROM-STORE
                   move il-store-number     to IT-TO-STORE
                   move 0                   to IT-SHIP-DATE
                   move 0                   to IT-SHIPPED-QTY
                   move il-transaction-date to IT-RECEIVE-DATE
                   move il-quantity         to IT-RECEIVED-QTY
                   set IT-ARRIVED-UNSHIPPED to true
                   write IN-TRANSIT-RECORD
                       invalid key continue
                   end-write
               when IT-IN-TRANSIT
                   move il-transaction-date to IT-RECEIVE-DATE
                   move il-quantity         to IT-RECEIVED-QTY
                   perform 136-match-transfer-ends
                   rewrite IN-TRANSIT-RECORD
               when other
                   move "N"                 to ws-transfer-post
                   move "DUPLICATE RECEIPT" to ws-transfer-exception
           end-evaluate.

      * both ends are now on the record - it closes clean only when
      * the same SKU went between the same two stores in the same
      * quantity; anything else closes with a variance for the two
      * stores to chase. The book has already moved what each store
      * actually keyed.
       136-match-transfer-ends.
           evaluate true
               when il-SKU-code not = IT-SKU-CODE
                   move "SKU NOT AS SHIPPED" to ws-transfer-exception
               when ws-match-from-store not = IT-FROM-STORE
                       or ws-match-to-store not = IT-TO-STORE
                   move "STORES DO NOT MATCH"
                                           to ws-transfer-exception
               when IT-RECEIVED-QTY < IT-SHIPPED-QTY
                   move "SHORT RECEIPT"    to ws-transfer-exception
               when IT-RECEIVED-QTY > IT-SHIPPED-QTY
                   move "OVER RECEIPT"     to ws-transfer-exception
           end-evaluate.
           if ws-transfer-exception = spaces
               set IT-RECEIVED             to true
           else
               set IT-RECEIVED-VARIANCE    to true
           end-if.

       138-write-transfer-exception.
           add 1 to ws-transfer-except-count.
           move il-invoice-number          to ol-tr-transfer-number.
           move il-line-number             to ol-tr-line-number.
           move il-SKU-code                to ol-tr-sku-code.
           move ws-match-from-store        to ol-tr-from-store.
           move ws-match-to-store          to ol-tr-to-store.
           move IT-SHIPPED-QTY             to ol-tr-shipped-qty.
           move IT-RECEIVED-QTY            to ol-tr-received-qty.
           move ws-transfer-exception      to ol-tr-exception.
           write report-line               from ws-transfer-detail-line.

       150-post-dc-receipts.
           open input DC-RECEIPTS-FILE.
           open extend DC-RECEIPT-LOG-FILE.
           if ws-receipt-log-status = "35" then
               open output DC-RECEIPT-LOG-FILE
           end-if.
           if ws-receipts-status = "00"
               read DC-RECEIPTS-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 160-post-receipt-record until ws-eof = "Y"
           end-if.
           close DC-RECEIPTS-FILE DC-RECEIPT-LOG-FILE.
           move "N" to ws-eof.

       160-post-receipt-record.
                   and DR-QUANTITY > 0
                   and DR-SKU-CODE not = spaces
               move DR-QUANTITY            to ws-qty-delta
               perform 165-resolve-receipt-cost
               move DR-SKU-CODE            to IM-SKU-CODE
               move DR-STORE-NUMBER        to IM-STORE-NUMBER
               perform 162-apply-receipt-delta
      * the log keeps the cost the book took the receipt in at
               move ws-receipt-cost        to DR-UNIT-COST
               write dc-receipt-log-line   from dc-receipt-line
               add 1 to ws-receipts-posted-count
           end-if.
           read DC-RECEIPTS-FILE
               at end move "Y"             to ws-eof
           end-read.

      * a receipt lands on the book the way any movement does, and
      * averages its cost into what the store already holds
       162-apply-receipt-delta.
           read INVENTORY-MASTER-FILE
               invalid key
                   move 0                  to IM-ON-HAND-QTY
                   move 0                  to IM-REORDER-POINT
                   move 0                  to IM-REORDER-QTY
                   move 0                  to IM-DAMAGED-QTY
                   move 0                  to IM-AVERAGE-COST
                   perform 164-average-in-receipt
                   add ws-qty-delta        to IM-ON-HAND-QTY
                   move ws-business-date   to IM-LAST-POSTED-DATE
                   write INVENTORY-MASTER-RECORD
                       invalid key continue
                   end-write
               not invalid key
                   perform 164-average-in-receipt
                   add ws-qty-delta        to IM-ON-HAND-QTY
                   move ws-business-date   to IM-LAST-POSTED-DATE
                   rewrite INVENTORY-MASTER-RECORD
           end-read.

      * weighted average: the units on hand at their average plus
      * the receipt's units at its cost, over the two together. On-
      * hand not yet averaged stands at the catalog cost; a book at
      * or below zero has nothing left to average against, so the
      * receipt's cost becomes the average outright. A receipt with
      * no cost anywhere leaves the average as it was.
       164-average-in-receipt.
           if ws-receipt-cost > 0
               if IM-AVERAGE-COST = 0
                   move ws-catalog-cost    to IM-AVERAGE-COST
               end-if
               if IM-ON-HAND-QTY > 0 and IM-AVERAGE-COST > 0
                   compute IM-AVERAGE-COST rounded =
                       (IM-ON-HAND-QTY * IM-AVERAGE-COST
                           + ws-qty-delta * ws-receipt-cost)
                       / (IM-ON-HAND-QTY + ws-qty-delta)
               else
                   move ws-receipt-cost    to IM-AVERAGE-COST
               end-if
           end-if.

      * the receipt's own cost when the feed carries one, the
      * catalog unit cost when it does not
       165-resolve-receipt-cost.
           move 0 to ws-catalog-cost.
           if ws-sku-master-open = "Y"
               move DR-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if SKM-UNIT-COST is numeric
                           move SKM-UNIT-COST to ws-catalog-cost
                       end-if
               end-read
           end-if.
           if DR-UNIT-COST is numeric and DR-UNIT-COST > 0
               move DR-UNIT-COST           to ws-receipt-cost
           else
               move ws-catalog-cost        to ws-receipt-cost
           end-if.

      * the return-to-vendor list - sorted by vendor and SKU, one
      * group per vendor with its subtotal, then the grand total
       170-write-vendor-return-list.
           open output VENDOR-RETURN-FILE.
           move ws-business-date           to ol-rtv-business-date.
           write vendor-return-line        from ws-rtv-headline.
           move spaces                     to vendor-return-line.
           write vendor-return-line.
           write vendor-return-line        from ws-rtv-column-line.
           move spaces                     to vendor-return-line.
           write vendor-return-line.

           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-rtv-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-rtv-count
                   if ws-rtv-vendor(ws-sort-j)
                           > ws-rtv-vendor(ws-sort-j + 1)
                       or (ws-rtv-vendor(ws-sort-j)
                               = ws-rtv-vendor(ws-sort-j + 1)
                           and ws-rtv-sku-code(ws-sort-j)
                               > ws-rtv-sku-code(ws-sort-j + 1))
                       move ws-rtv-entry(ws-sort-j)
                                           to ws-rtv-swap-entry
                       move ws-rtv-entry(ws-sort-j + 1)
                                           to ws-rtv-entry(ws-sort-j)
                       move ws-rtv-swap-entry
                                       to ws-rtv-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

           if ws-rtv-count = 0
               write vendor-return-line    from ws-rtv-none-line
           else
               move ws-rtv-vendor(1)       to ws-rtv-break-vendor
               perform 175-write-vendor-return-detail
                   varying ws-sort-i from 1 by 1
                   until ws-sort-i > ws-rtv-count
               perform 178-write-vendor-total
               move ws-rtv-total-qty       to ol-rtv-total-qty
               move ws-rtv-total-amount    to ol-rtv-total-amount
               write vendor-return-line
                               from ws-rtv-grand-total-line
           end-if.
           if ws-rtv-table-full = "Y"
               write vendor-return-line    from ws-rtv-capacity-line
           end-if.
           close VENDOR-RETURN-FILE.

       175-write-vendor-return-detail.
           if ws-rtv-vendor(ws-sort-i) not = ws-rtv-break-vendor
               perform 178-write-vendor-total
               move ws-rtv-vendor(ws-sort-i) to ws-rtv-break-vendor
           end-if.
           if ws-rtv-vendor(ws-sort-i) = spaces
               move "(none)"               to ol-rtv-vendor
           else
               move ws-rtv-vendor(ws-sort-i) to ol-rtv-vendor
           end-if.
           move ws-rtv-sku-code(ws-sort-i) to ol-rtv-sku-code.
           move ws-rtv-description(ws-sort-i)
                                           to ol-rtv-description.
           move ws-rtv-store(ws-sort-i)    to ol-rtv-store.
           move ws-rtv-invoice-number(ws-sort-i)
                                           to ol-rtv-invoice-number.
           move ws-rtv-line-number(ws-sort-i)
                                           to ol-rtv-line-number.
           move ws-rtv-reason(ws-sort-i)   to ol-rtv-reason.
           move ws-rtv-qty(ws-sort-i)      to ol-rtv-qty.
           move ws-rtv-amount(ws-sort-i)   to ol-rtv-amount.
           write vendor-return-line        from ws-rtv-detail-line.
           add ws-rtv-qty(ws-sort-i)       to ws-rtv-vendor-qty
                                              ws-rtv-total-qty.
           add ws-rtv-amount(ws-sort-i)    to ws-rtv-vendor-amount
                                              ws-rtv-total-amount.

       178-write-vendor-total.
           if ws-rtv-break-vendor = spaces
               move "(none)"               to ol-rtv-total-vendor
           else
               move ws-rtv-break-vendor    to ol-rtv-total-vendor
           end-if.
           move ws-rtv-vendor-qty          to ol-rtv-vendor-qty.
           move ws-rtv-vendor-amount       to ol-rtv-vendor-amount.
           write vendor-return-line
                               from ws-rtv-vendor-total-line.
           move spaces                     to vendor-return-line.
           write vendor-return-line.
           move 0                          to ws-rtv-vendor-qty.
           move 0                          to ws-rtv-vendor-amount.

      * the exception section - every SKU/store the book says is
      * below zero, walked front to back off the master
       200-report-negative-on-hand.
