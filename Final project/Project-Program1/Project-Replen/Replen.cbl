       identification division.
       program-id. Replen.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Min/max replenishment against the perpetual book,
      *          and open-order tracking against what the
      *          distribution center actually ships. Each line on
      *          the day's DC receipts feed is matched to the open
      *          order for its SKU and store, closing it FILLED,
      *          SHORT or OVER; then every SKU and store whose book
      *          on-hand has fallen to its reorder point (and has
      *          nothing already on order) gets a suggested order of
      *          its reorder quantity, written to the DC order file
      *          and kept on the open-order file until it arrives.
      *          The buyer report shows short and over receipts,
      *          orders past their due date, receipts that came in
      *          with no order behind them, and the night's orders.
      *          Runs in the EDITPG2 stream after INVPOST, so the
      *          book it orders from already has the day's sales
      *          and receipts on it.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure perpetual inventory master - read front to back
      * for on-hand against each SKU/store's reorder point
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is sequential
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure open DC order file, keyed SKU + store
           select OPEN-ORDER-FILE
               assign to "../../../datafiles/data/open-orders.dat"
               organization is indexed
               access mode is dynamic
               record key is OO-RECORD-KEY
               file status is ws-open-order-status.
      * configure SKU catalog lookup - a discontinued SKU is not
      * reordered however low it runs
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure distribution-center receipts feed - the same file
      * INVPOST just posted to the book; optional so a day with no
      * truck still orders
           select optional DC-RECEIPTS-FILE
               assign to "../../../data/dc-receipts.dat"
               organization is line sequential
               file status is ws-receipts-status.
      * configure replenishment parameter file - DC lead time in
      * days; optional, with the default below when missing
           select optional REPLEN-PARAMS-FILE
               assign to "../../../data/replen-params.dat"
               organization is line sequential
               file status is ws-params-status.
      * configure run-control file carrying the official business
      * date and the supervisor repost override
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure posting log - the one-record file that remembers
      * which business date last ordered, so a rerun no-ops
      * instead of matching the day's receipts twice
           select optional POSTING-LOG-FILE
               assign to "../../../data2/replen-posted.dat"
               organization is line sequential
               file status is ws-posting-log-status.
      * configure suggested-order output - what goes to the DC
           select DC-ORDER-FILE
               assign to "../../../data2/dc-orders.dat"
               organization is line sequential.
      * configure buyer report output
           select REPLEN-REPORT-FILE
               assign to "../../../data2/replen.out"
               organization is line sequential.
      * configure shared audit-trail log appended by the rest of
      * the stream
           select AUDIT-LOG-FILE
               assign to "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd OPEN-ORDER-FILE.
           COPY OPENORD.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd DC-RECEIPTS-FILE
           data record is dc-receipt-line
           record contains 37 characters.

       01 dc-receipt-line.
           05 DR-STORE-NUMBER               pic 99.
           05 DR-SKU-CODE                   pic x(15).
           05 DR-RECEIPT-DATE               pic 9(8).
           05 DR-QUANTITY                   pic 9(5).
           05 DR-UNIT-COST                  pic 9(5)V99.

       fd REPLEN-PARAMS-FILE
           data record is replen-params-line
           record contains 3 characters.

       01 replen-params-line.
           05 RP-LEAD-DAYS                  pic 9(3).

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd POSTING-LOG-FILE
           data record is posting-log-line
           record contains 8 characters.

       01 posting-log-line                pic 9(8).

       fd DC-ORDER-FILE
           data record is dc-order-line
           record contains 38 characters.

       01 dc-order-line.
           05 DO-STORE-NUMBER               pic 99.
           05 DO-SKU-CODE                   pic x(15).
           05 DO-ORDER-DATE                 pic 9(8).
           05 DO-DUE-DATE                   pic 9(8).
           05 DO-ORDER-QTY                  pic 9(5).

       fd REPLEN-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-inventory-status             pic xx
           value spaces.
       77  ws-open-order-status            pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot say
      * whether the catalog is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-receipts-status              pic xx
           value spaces.
       77  ws-params-status                pic xx
           value spaces.
       77  ws-audit-status                 pic xx
           value spaces.

      * DC lead time - an order is due this many days after it is
      * placed
       77  ws-lead-days                    pic 9(3)
           value 3.
       77  ws-business-day                 pic 9(7)
           value 0.
       77  ws-due-date                     pic 9(8)
           value 0.
       77  ws-days-late                    pic 9(5)
           value 0.
       77  ws-order-found                  pic x
           value "N".
       77  ws-receipt-diff                 pic s9(6)
           value 0.

      * run counters
       77  ws-receipts-matched             pic 9(6)
           value 0.
       77  ws-receipts-unmatched           pic 9(6)
           value 0.
       77  ws-short-over-count             pic 9(5)
           value 0.
       77  ws-past-due-count               pic 9(5)
           value 0.
       77  ws-orders-written               pic 9(5)
           value 0.
       77  ws-on-order-count               pic 9(5)
           value 0.
       77  ws-discontinued-count           pic 9(5)
           value 0.

      * Rerun protection, same mechanism as the other posting
      * steps: the posting log remembers which business date last
      * ordered; the same date again without the supervisor
      * override no-ops with an audit entry and a warning on the
      * report.
       77  ws-run-control-status           pic xx
           value spaces.
       77  ws-posting-log-status           pic xx
           value spaces.
       77  ws-business-date                pic 9(8)
           value 0.
       77  ws-last-posted-date             pic 9(8)
           value 0.
       77  ws-repost-override              pic x
           value "N".
       77  ws-posting-blocked              pic x
           value "N".
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(44)
               value "Replenishment / Open Order Report  Business ".
           05  filler                              pic x(7)
               value "date:  ".
           05  ol-business-date                    pic 9(8).

       01 ws-unmatched-head.
           05  filler                              pic x(40)
               value "Receipts with no open order".

       01 ws-receipt-column.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(10)
               value "RECEIVED".
           05  filler                              pic x(8)
               value "QTY".

       01 ws-receipt-detail-line.
           05  ol-rc-store-number                  pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-rc-sku-code                      pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-rc-receipt-date                  pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-rc-quantity                      pic zzzz9.

       01 ws-short-over-head.
           05  filler                              pic x(40)
               value "Short and over receipts".

       01 ws-order-column.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(10)
               value "ORDERED".
           05  filler                              pic x(10)
               value "DUE".
           05  filler                              pic x(8)
               value "QTY".
           05  filler                              pic x(10)
               value "RECEIVED".
           05  filler                              pic x(9)
               value "DIFF".
           05  filler                              pic x(8)
               value "STATUS".
           05  filler                              pic x(9)
               value "DAYS LATE".

       01 ws-order-detail-line.
           05  ol-oo-store-number                  pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-oo-sku-code                      pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-oo-order-date                    pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-oo-due-date                      pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-oo-order-qty                     pic zzzz9.
           05  filler                              pic x(3)
               value spaces.
           05  ol-oo-received-qty                  pic zzzz9.
           05  filler                              pic x(3)
               value spaces.
           05  ol-oo-diff                          pic zzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-oo-status                        pic x(6).
           05  filler                              pic xx
               value spaces.
           05  ol-oo-days-late                     pic zzzz9.

       01 ws-past-due-head.
           05  filler                              pic x(40)
               value "Past-due orders".

       01 ws-suggest-head.
           05  filler                              pic x(40)
               value "Suggested orders to the DC".

       01 ws-suggest-column.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(10)
               value "ON HAND".
           05  filler                              pic x(9)
               value "REORDER".
           05  filler                              pic x(9)
               value "ORDER".
           05  filler                              pic x(10)
               value "DUE".

       01 ws-suggest-detail-line.
           05  ol-sg-store-number                  pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-sg-sku-code                      pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-sg-on-hand                       pic zzzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-sg-reorder-point                 pic zzzz9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-sg-order-qty                     pic zzzz9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-sg-due-date                      pic 9(8).

       01 ws-none-line.
           05  filler                              pic x(8)
               value "(none)".

       01 ws-total-line.
           05  ol-total-caption                    pic x(30).
           05  ol-total-count                      pic zzzzz9.

       01 ws-blocked-line.
           05  filler                              pic x(42)
               value "** ORDERS ALREADY POSTED FOR BUSINESS DATE".
           05  ol-blocked-date                     pic 9(8).
           05  filler                              pic x(22)
               value " - NOTHING POSTED **".

       procedure division.
           open output REPLEN-REPORT-FILE.

      * the open-order file persists across runs - i-o with an
      * OUTPUT fallback the first time it doesn't exist yet, same
      * as the layaway ledger
           open i-o OPEN-ORDER-FILE.
           if ws-open-order-status = "35" then
               open output OPEN-ORDER-FILE
               close OPEN-ORDER-FILE
               open i-o OPEN-ORDER-FILE
           end-if.

      * append to the shared audit log - fall back to OUTPUT the
      * first time the file doesn't exist yet
           open extend AUDIT-LOG-FILE.
           if ws-audit-status = "35" then
               open output AUDIT-LOG-FILE
           end-if.

           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.

           perform 050-check-rerun-protection.
           perform 060-load-replen-params.

           move ws-business-date           to ol-business-date.
           write report-line               from ws-headline.
           if ws-posting-blocked = "Y"
               move ws-business-date       to ol-blocked-date
               write report-line           from ws-blocked-line
           end-if.
           write report-line               from ws-newline.

      * the DC order file is only rewritten by a run that posts - a
      * blocked rerun leaves the orders the open-order file already
      * carries as placed
           if ws-posting-blocked = "N"
               open output DC-ORDER-FILE
               perform 100-match-dc-receipts
               perform 200-report-short-over
               perform 300-report-past-due
               perform 400-suggest-orders
               close DC-ORDER-FILE
           end-if.

           write report-line               from ws-newline.
           move "Receipts matched to orders:   " to ol-total-caption.
           move ws-receipts-matched        to ol-total-count.
           write report-line               from ws-total-line.
           move "Receipts with no order:       " to ol-total-caption.
           move ws-receipts-unmatched      to ol-total-count.
           write report-line               from ws-total-line.
           move "Orders closed short/over:     " to ol-total-caption.
           move ws-short-over-count        to ol-total-count.
           write report-line               from ws-total-line.
           move "Orders past due:              " to ol-total-caption.
           move ws-past-due-count          to ol-total-count.
           write report-line               from ws-total-line.
           move "Orders written to the DC:     " to ol-total-caption.
           move ws-orders-written          to ol-total-count.
           write report-line               from ws-total-line.
           move "At reorder point, on order:   " to ol-total-caption.
           move ws-on-order-count          to ol-total-count.
           write report-line               from ws-total-line.
           move "Discontinued, not ordered:    " to ol-total-caption.
           move ws-discontinued-count      to ol-total-count.
           write report-line               from ws-total-line.

           perform 500-write-run-audit-record.

      * this run posted - remember its business date so an
      * accidental rerun of the same date no-ops
           if ws-posting-blocked = "N"
               open output POSTING-LOG-FILE
               move ws-business-date       to posting-log-line
               write posting-log-line
               close POSTING-LOG-FILE
           end-if.

           close OPEN-ORDER-FILE SKU-MASTER-FILE
                   REPLEN-REPORT-FILE AUDIT-LOG-FILE.
           goback.

      * Decide up front whether this run may post - the same
      * run-control + posting-log mechanism the other posting
      * steps use.
       050-check-rerun-protection.
           move FUNCTION CURRENT-DATE     to ws-current-date-fields.
           move ws-cd-date                to ws-business-date.
           open input RUN-CONTROL-FILE.
           if ws-run-control-status = "00" then
               read RUN-CONTROL-FILE
                   at end continue
                   not at end
                       if RC-BUSINESS-DATE is numeric
                               and RC-BUSINESS-DATE > 0
                           move RC-BUSINESS-DATE to ws-business-date
                       end-if
                       if RC-REPOST-AUTHORIZED
                           move "Y" to ws-repost-override
                       end-if
               end-read
           end-if.
           close RUN-CONTROL-FILE.
           compute ws-business-day =
               FUNCTION INTEGER-OF-DATE(ws-business-date).

           open input POSTING-LOG-FILE.
           if ws-posting-log-status = "00" then
               read POSTING-LOG-FILE
                   at end continue
                   not at end
                       if posting-log-line is numeric
                           move posting-log-line
                                   to ws-last-posted-date
                       end-if
               end-read
           end-if.
           close POSTING-LOG-FILE.

           if ws-last-posted-date = ws-business-date
                   and ws-last-posted-date not = 0
                   and ws-repost-override not = "Y"
               move "Y" to ws-posting-blocked
               move "REPLEN"              to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
               move "RPL-SKIP"            to AL-DISPOSITION
               move spaces                to AL-TRANSACTION-IMAGE
               move ws-business-date      to AL-TRANSACTION-IMAGE(1:8)
               write AUDIT-LOG-RECORD
           end-if.
           if ws-repost-override = "Y"
                   and ws-last-posted-date = ws-business-date
               move "REPLEN"              to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
               move "REPOST-OVR"          to AL-DISPOSITION
               move spaces                to AL-TRANSACTION-IMAGE
               move ws-business-date      to AL-TRANSACTION-IMAGE(1:8)
               write AUDIT-LOG-RECORD
           end-if.

       060-load-replen-params.
           open input REPLEN-PARAMS-FILE.
           if ws-params-status = "00" then
               read REPLEN-PARAMS-FILE
                   at end continue
                   not at end
                       if RP-LEAD-DAYS is numeric
                               and RP-LEAD-DAYS > 0
                           move RP-LEAD-DAYS to ws-lead-days
                       end-if
               end-read
           end-if.
           close REPLEN-PARAMS-FILE.

      * every receipt line is matched to the open order for its SKU
      * and store; the unmatched ones are listed as they are found
       100-match-dc-receipts.
           write report-line               from ws-unmatched-head.
           write report-line               from ws-receipt-column.
           open input DC-RECEIPTS-FILE.
           if ws-receipts-status = "00"
               read DC-RECEIPTS-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 110-match-receipt-record until ws-eof = "Y"
           end-if.
           close DC-RECEIPTS-FILE.
           move "N" to ws-eof.
           if ws-receipts-unmatched = 0
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

      * an order still open takes the receipt; so does one a
      * carton earlier tonight already closed, since the DC ships
      * an order in as many cartons as it needs. The order closes
      * on what came in - the DC does not backorder, so anything
      * still short is reordered from the book the next time the
      * SKU falls to its point.
       110-match-receipt-record.
           if DR-STORE-NUMBER is numeric
                   and DR-QUANTITY is numeric
                   and DR-QUANTITY > 0
                   and DR-SKU-CODE not = spaces
               move DR-SKU-CODE            to OO-SKU-CODE
               move DR-STORE-NUMBER        to OO-STORE-NUMBER
               move "Y"                    to ws-order-found
               read OPEN-ORDER-FILE
                   invalid key
                       move "N"            to ws-order-found
               end-read
               if ws-order-found = "Y"
                   if OO-ORDER-OPEN
                           or OO-MATCHED-DATE = ws-business-date
                       continue
                   else
                       move "N"            to ws-order-found
                   end-if
               end-if
               if ws-order-found = "Y"
                   add DR-QUANTITY         to OO-RECEIVED-QTY
                   move DR-RECEIPT-DATE    to OO-LAST-RECEIPT-DATE
                   move ws-business-date   to OO-MATCHED-DATE
                   evaluate true
                       when OO-RECEIVED-QTY < OO-ORDER-QTY
                           move "SHORT "   to OO-ORDER-STATUS
                       when OO-RECEIVED-QTY = OO-ORDER-QTY
                           move "FILLED"   to OO-ORDER-STATUS
                       when other
                           move "OVER  "   to OO-ORDER-STATUS
                   end-evaluate
                   rewrite OPEN-ORDER-RECORD
                   add 1 to ws-receipts-matched
               else
                   add 1 to ws-receipts-unmatched
                   move DR-STORE-NUMBER    to ol-rc-store-number
                   move DR-SKU-CODE        to ol-rc-sku-code
                   move DR-RECEIPT-DATE    to ol-rc-receipt-date
                   move DR-QUANTITY        to ol-rc-quantity
                   write report-line       from ws-receipt-detail-line
               end-if
           end-if.
           read DC-RECEIPTS-FILE
               at end move "Y"             to ws-eof
           end-read.

      * every order tonight's receipts closed other than FILLED
       200-report-short-over.
           write report-line               from ws-short-over-head.
           write report-line               from ws-order-column.
           move low-values                 to OO-RECORD-KEY.
           start OPEN-ORDER-FILE key >= OO-RECORD-KEY
               invalid key move "Y" to ws-eof
           end-start.
           if ws-eof = "N"
               read OPEN-ORDER-FILE next record
                   at end move "Y" to ws-eof
               end-read
           end-if.
           perform 210-report-short-over-record until ws-eof = "Y".
           move "N" to ws-eof.
           if ws-short-over-count = 0
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

       210-report-short-over-record.
           if OO-MATCHED-DATE = ws-business-date
                   and (OO-ORDER-SHORT or OO-ORDER-OVER)
               add 1 to ws-short-over-count
               move 0                      to ws-days-late
               perform 250-write-order-detail
           end-if.
           read OPEN-ORDER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * every order still open after tonight's receipts whose due
      * date has gone by
       300-report-past-due.
           write report-line               from ws-past-due-head.
           write report-line               from ws-order-column.
           move low-values                 to OO-RECORD-KEY.
           start OPEN-ORDER-FILE key >= OO-RECORD-KEY
               invalid key move "Y" to ws-eof
           end-start.
           if ws-eof = "N"
               read OPEN-ORDER-FILE next record
                   at end move "Y" to ws-eof
               end-read
           end-if.
           perform 310-report-past-due-record until ws-eof = "Y".
           move "N" to ws-eof.
           if ws-past-due-count = 0
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

       310-report-past-due-record.
           if OO-ORDER-OPEN
                   and OO-DUE-DATE < ws-business-date
               add 1 to ws-past-due-count
               compute ws-days-late = ws-business-day
                   - FUNCTION INTEGER-OF-DATE(OO-DUE-DATE)
               perform 250-write-order-detail
           end-if.
           read OPEN-ORDER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       250-write-order-detail.
           move OO-STORE-NUMBER            to ol-oo-store-number.
           move OO-SKU-CODE                to ol-oo-sku-code.
           move OO-ORDER-DATE              to ol-oo-order-date.
           move OO-DUE-DATE                to ol-oo-due-date.
           move OO-ORDER-QTY               to ol-oo-order-qty.
           move OO-RECEIVED-QTY            to ol-oo-received-qty.
           compute ws-receipt-diff =
               OO-RECEIVED-QTY - OO-ORDER-QTY.
           move ws-receipt-diff            to ol-oo-diff.
           move OO-ORDER-STATUS            to ol-oo-status.
           move ws-days-late               to ol-oo-days-late.
           write report-line               from ws-order-detail-line.

      * min/max against the book: at or below the reorder point
      * with nothing already on its way orders the reorder
      * quantity, due the DC lead time from tonight
       400-suggest-orders.
           write report-line               from ws-suggest-head.
           write report-line               from ws-suggest-column.
           compute ws-due-date = FUNCTION DATE-OF-INTEGER(
               ws-business-day + ws-lead-days).
           open input INVENTORY-MASTER-FILE.
           if ws-inventory-status = "00"
               read INVENTORY-MASTER-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 410-check-reorder-point until ws-eof = "Y"
           end-if.
           close INVENTORY-MASTER-FILE.
           move "N" to ws-eof.
           if ws-orders-written = 0
               write report-line           from ws-none-line
           end-if.

       410-check-reorder-point.
           if IM-REORDER-POINT is numeric
                   and IM-REORDER-POINT > 0
                   and IM-REORDER-QTY is numeric
                   and IM-REORDER-QTY > 0
                   and IM-ON-HAND-QTY <= IM-REORDER-POINT
               move IM-SKU-CODE            to OO-SKU-CODE
               move IM-STORE-NUMBER        to OO-STORE-NUMBER
               move "Y"                    to ws-order-found
               read OPEN-ORDER-FILE
                   invalid key
                       move "N"            to ws-order-found
               end-read
               if ws-order-found = "Y" and OO-ORDER-OPEN
                   add 1 to ws-on-order-count
               else
                   perform 415-check-sku-active
                   if SKM-SKU-DISCONTINUED
                       add 1 to ws-discontinued-count
                   else
                       perform 420-write-order
                   end-if
               end-if
           end-if.
           read INVENTORY-MASTER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       415-check-sku-active.
           move space                      to SKM-SKU-STATUS.
           if ws-sku-master-open = "Y"
               move IM-SKU-CODE            to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       move space          to SKM-SKU-STATUS
               end-read
           end-if.

      * a SKU/store that has had an order before reuses its record
      * - only one order per SKU and store is ever outstanding
       420-write-order.
           move IM-SKU-CODE                to OO-SKU-CODE.
           move IM-STORE-NUMBER            to OO-STORE-NUMBER.
           move ws-business-date           to OO-ORDER-DATE.
           move ws-due-date                to OO-DUE-DATE.
           move IM-REORDER-QTY             to OO-ORDER-QTY.
           move 0                          to OO-RECEIVED-QTY.
           move 0                          to OO-LAST-RECEIPT-DATE.
           move 0                          to OO-MATCHED-DATE.
           move "OPEN  "                   to OO-ORDER-STATUS.
           if ws-order-found = "Y"
               rewrite OPEN-ORDER-RECORD
           else
               write OPEN-ORDER-RECORD
                   invalid key continue
               end-write
           end-if.

           move IM-STORE-NUMBER            to DO-STORE-NUMBER.
           move IM-SKU-CODE                to DO-SKU-CODE.
           move ws-business-date           to DO-ORDER-DATE.
           move ws-due-date                to DO-DUE-DATE.
           move IM-REORDER-QTY             to DO-ORDER-QTY.
           write dc-order-line.
           add 1 to ws-orders-written.

           move IM-STORE-NUMBER            to ol-sg-store-number.
           move IM-SKU-CODE                to ol-sg-sku-code.
           move IM-ON-HAND-QTY             to ol-sg-on-hand.
           move IM-REORDER-POINT           to ol-sg-reorder-point.
           move IM-REORDER-QTY             to ol-sg-order-qty.
           move ws-due-date                to ol-sg-due-date.
           write report-line               from ws-suggest-detail-line.

      * one summary touch on the shared audit log per run, the way
      * the inventory posting logs its day
       500-write-run-audit-record.
           move "REPLEN"               to AL-SOURCE-PROGRAM.
           move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP.
           if ws-posting-blocked = "Y"
               move "RPL-SKIP"         to AL-DISPOSITION
               move spaces             to AL-TRANSACTION-IMAGE
               move ws-business-date   to AL-TRANSACTION-IMAGE(1:8)
           else
               move "POSTED"           to AL-DISPOSITION
               move spaces             to AL-TRANSACTION-IMAGE
               move ws-orders-written  to AL-TRANSACTION-IMAGE(1:5)
           end-if.
           write AUDIT-LOG-RECORD.

       end program Replen.
