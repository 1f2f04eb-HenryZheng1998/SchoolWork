      *          entries by payment type. The account each store and
      *          category posts to comes from the account-mapping
      *          file, and the extract refuses to write any journal
      *          that does not balance to the day's totals. Shrink
      *          found by the night's count posting is journaled by
      *          store, carrying the store's district, against
      *          inventory from the count posting's shrink extract.
      *          Cost of goods sold is journaled by store against
      *          inventory too - each merchandise line's units at
      *          the store's weighted average cost (the catalog unit
      *          cost before the store has one), costed the way the
      *          history posting costs it, so the books carry margin
      *          and not just revenue.

       environment division.
       configuration section.
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure perpetual inventory master - the store's weighted
      * average cost each merchandise line's goods go out at
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is random
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure run-control file carrying the official business
      * date the journal posts under
           select optional RUN-CONTROL-FILE
               assign to "../../../data/gl-account-map.dat"
               organization is line sequential
               file status is ws-map-status.
      * configure shrink extract - shrink by store from the count
      * posting; optional so a night with no counts still journals
           select optional SHRINK-EXTRACT-FILE
               assign to "../../../data2/shrink-extract.dat"
               organization is line sequential
               file status is ws-shrink-status.
      * configure GL journal output - the file accounting loads
           select GL-JOURNAL-FILE
               assign to "../../../data2/gl-journal.dat"
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.
           05 GM-STORE-NUMBER               pic 99.
           05 GM-ACCOUNT                    pic x(8).

       fd SHRINK-EXTRACT-FILE
           data record is SHRINK-EXTRACT-RECORD
           record contains 31 characters.

           COPY SHRINKX.

       fd GL-JOURNAL-FILE
           data record is journal-line
           record contains 44 characters.
           05 GJ-STORE-NUMBER               pic 99.
           05 GJ-CATEGORY                   pic x(8).
           05 GJ-BUSINESS-DATE              pic 9(8).
      * district a shrink line rolls up to - spaces on every line
      * that is not carried by district
           05 GJ-DISTRICT-NUMBER            pic xx.
           05 filler                        pic x(3).

       fd GL-REPORT-FILE
           data record is report-line
           value spaces.
       77  ws-map-status                   pic xx
           value spaces.
       77  ws-shrink-status                pic xx
           value spaces.

      * the business date stamped on every journal line - the
      * official one from run-control (system date when the file is
           value 0.
       77  ws-record-is-gc-issue           pic x
           value "N".
       77  ws-inventory-status             pic xx
           value spaces.
      * set once when the lookups open - a lookup's own READ leaves
      * its miss in the file status, so the status cannot say
      * whether the file is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-inventory-open               pic x
           value "N".
      * the goods the line in hand moved, at cost - the store's
      * average, or the catalog's unit cost before there is one
       77  ws-unit-cost                    pic 9(5)V9(4)
           value 0.
       77  ws-cost-amount                  pic 9(7)V99
           value 0.

      * per-payment-type tender clearing totals - purchases add,
      * returns subtract, so each tender nets to what actually
           value 0.
       77  ws-gc-net                       pic s9(9)V99
           value 0.
      * loyalty points redeemed as tender - clears against the
      * points liability, not a bank or card account
       77  ws-lp-net                       pic s9(9)V99
           value 0.
      * a payment type the extract does not know how to clear -
      * poisons the run so the journal is refused, never fudged
       77  ws-unknown-tender-amt           pic s9(9)V99
               10  ws-store-layaway-amt     pic 9(9)V99 value 0.
               10  ws-store-returns-amt     pic 9(9)V99 value 0.
               10  ws-store-exch-amt        pic 9(9)V99 value 0.
      * signed - goods sold go out at cost, goods coming back on a
      * return or void come back in
               10  ws-store-cogs-amt        pic s9(9)V99 value 0.

      * Shrink by store from the count posting's extract - only the
      * business date's records are journaled, so a stale extract
      * left from an earlier night never posts twice. Signed: a
      * loss is positive (debit shrink, credit inventory), a count
      * that came in over the book is negative.
       77  ws-shrink-table-full            pic x
           value "N".
       01 ws-shrink-count                  pic 999
           value 0.
       01 ws-shrink-table.
           05  ws-shrink-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-shrink-count
                   INDEXED BY ws-shrink-idx.
               10  ws-shrink-store          pic 99.
               10  ws-shrink-district       pic 99.
               10  ws-shrink-amt            pic s9(9)V99 value 0.

      * district roll-up of the shrink lines for the report
       01 ws-shrink-dist-count             pic 999
           value 0.
       01 ws-shrink-dist-table.
           05  ws-shrink-dist-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-shrink-dist-count
                   INDEXED BY ws-shrink-dist-idx.
               10  ws-shrink-dist-number    pic 99.
               10  ws-shrink-dist-amt       pic s9(9)V99 value 0.

      * scratch for building journal lines
       77  ws-post-amount                  pic s9(9)V99
               value "Journal lines written:".
           05  ol-journal-line-count               pic zzzz9.

       01 ws-shrink-head.
           05  filler                              pic x(40)
               value "Shrink journaled by district".

       01 ws-shrink-dist-line.
           05  filler                              pic x(10)
               value "District  ".
           05  ol-shrink-district                  pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-shrink-amount               pic $$$,$$$,$$9.99-.

       procedure division.
           open input input-file SKU-MASTER-FILE
                      INVENTORY-MASTER-FILE
                output GL-JOURNAL-FILE GL-REPORT-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.
           if ws-inventory-status = "00"
               move "Y" to ws-inventory-open
           end-if.

           perform 035-load-run-control.
           perform 040-load-account-map.
           perform 045-load-shrink-extract.

           if ws-input-status = "00"
               read input-file
               end-read
               perform 100-accumulate-record until ws-eof = "Y"
           end-if.
           close input-file SKU-MASTER-FILE INVENTORY-MASTER-FILE.

           write report-line               from ws-headline.
           write report-line               from ws-newline.
           write report-line               from ws-proof-line.
           move ws-journal-line-count      to ol-journal-line-count.
           write report-line               from ws-count-line.
           if ws-shrink-dist-count > 0
               perform 320-write-shrink-districts
           end-if.
           if ws-refuse-flag = "Y"
               move "REFUSED"              to ol-result
               move ws-refuse-reason       to ol-refuse-reason
           close ACCOUNT-MAP-FILE.
           move "N" to ws-eof.

       045-load-shrink-extract.
           open input SHRINK-EXTRACT-FILE.
           if ws-shrink-status = "00"
               read SHRINK-EXTRACT-FILE
                   at end move "Y" to ws-eof
               end-read
               perform until ws-eof = "Y"
                   if SX-BUSINESS-DATE = ws-business-date
                           and SX-SHRINK-AMOUNT is numeric
                       perform 046-add-shrink-record
                   end-if
                   read SHRINK-EXTRACT-FILE
                       at end move "Y" to ws-eof
                   end-read
               end-perform
           end-if.
           close SHRINK-EXTRACT-FILE.
           move "N" to ws-eof.

       046-add-shrink-record.
           if ws-shrink-count >= 50
               move "Y" to ws-shrink-table-full
               move "Y" to ws-refuse-flag
               move "shrink table full"    to ws-refuse-reason
           else
               add 1 to ws-shrink-count
               move SX-STORE-NUMBER
                       to ws-shrink-store(ws-shrink-count)
               move SX-DISTRICT-NUMBER
                       to ws-shrink-district(ws-shrink-count)
               if SX-SHRINK-GAIN
                   compute ws-shrink-amt(ws-shrink-count) =
                       0 - SX-SHRINK-AMOUNT
               else
                   move SX-SHRINK-AMOUNT
                       to ws-shrink-amt(ws-shrink-count)
               end-if
               perform 047-roll-shrink-district
           end-if.

       047-roll-shrink-district.
           perform varying ws-shrink-dist-idx from 1 by 1
                   until ws-shrink-dist-idx > ws-shrink-dist-count
                   or ws-shrink-dist-number(ws-shrink-dist-idx)
                           = SX-DISTRICT-NUMBER
               continue
           end-perform.
           if ws-shrink-dist-idx > ws-shrink-dist-count
                   and ws-shrink-dist-count < 50
               add 1 to ws-shrink-dist-count
               set ws-shrink-dist-idx to ws-shrink-dist-count
               move SX-DISTRICT-NUMBER
                       to ws-shrink-dist-number(ws-shrink-dist-count)
           end-if.
           if ws-shrink-dist-idx <= ws-shrink-dist-count
               add ws-shrink-amt(ws-shrink-count)
                       to ws-shrink-dist-amt(ws-shrink-dist-idx)
           end-if.

       050-find-account.
           move spaces to ws-found-account.
           perform varying ws-map-idx from 1 by 1
                   when "V"
                       perform 106-classify-void
                       perform 120-subtract-tender-amount
      * goods moved between our own stores - no revenue and no
      * tender, nothing to journal
                   when "O"
                   when "I"
                       continue
                   when other
                       add il-transaction-amount
                               to ws-unknown-code-amt
               end-evaluate
               perform 130-cost-movement
           end-if.
           read input-file
               at end move "Y"             to ws-eof
      * TCLR-GC debits this same liability back down
       105-classify-sale.
           move "N" to ws-record-is-gc-issue.
           if ws-sku-master-open = "Y"
               move il-SKU-code to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
      * revenue back out of its store bucket
       106-classify-void.
           move "N" to ws-record-is-gc-issue.
           if ws-sku-master-open = "Y"
               move il-SKU-code to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       add ws-tender-amount to ws-ca-net
                   when "GC"
                       add ws-tender-amount to ws-gc-net
                   when "LP"
                       add ws-tender-amount to ws-lp-net
                   when "MC"
                       subtract ws-tender-amount from ws-gcliab-amt
                   when other
                       add ws-tender-amount
                           to ws-unknown-tender-amt
                       subtract ws-tender-amount from ws-ca-net
                   when "GC"
                       subtract ws-tender-amount from ws-gc-net
                   when "LP"
                       subtract ws-tender-amount from ws-lp-net
      * a no-receipt return refunded as merchandise credit pays
      * nothing out of a register - the card it opens is new
      * gift-card liability, credited the way an issuance is
                   when "MC"
                       add ws-tender-amount to ws-gcliab-amt
                   when other
                       subtract ws-tender-amount
                           from ws-unknown-tender-amt
               end-evaluate
           end-if.

      * Cost follows the goods, the way the inventory posting moves
      * them: a Sale and an exchange's replacement item go out at
      * cost, a Return and a void come back in; layaway payments,
      * transfers and gift-card SKUs move no goods and carry none.
       130-cost-movement.
           move 0 to ws-cost-amount.
           if il-quantity is numeric and il-quantity > 0
               evaluate il-transaction-code
                   when "S"
                   when "X"
                       perform 135-find-unit-cost
                       add ws-cost-amount
                               to ws-store-cogs-amt(ws-store-idx)
                   when "R"
                   when "V"
                       perform 135-find-unit-cost
                       subtract ws-cost-amount
                               from ws-store-cogs-amt(ws-store-idx)
               end-evaluate
           end-if.

      * the store's average cost when it has one, the catalog unit
      * cost when it does not (and zero when neither is known); a
      * gift-card SKU is never stocked, so no store row is looked for
       135-find-unit-cost.
           move "N" to ws-record-is-gc-issue.
           move 0 to ws-unit-cost.
           if ws-sku-master-open = "Y"
               move il-SKU-code to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if SKM-GIFT-CARD-SKU
                           move "Y" to ws-record-is-gc-issue
                       end-if
                       if SKM-UNIT-COST is numeric
                           move SKM-UNIT-COST to ws-unit-cost
                       end-if
               end-read
           end-if.
           if ws-inventory-open = "Y"
                   and ws-record-is-gc-issue = "N"
               move il-SKU-code     to IM-SKU-CODE
               move il-store-number to IM-STORE-NUMBER
               read INVENTORY-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if IM-AVERAGE-COST > 0
                           move IM-AVERAGE-COST to ws-unit-cost
                       end-if
               end-read
           end-if.
           if ws-record-is-gc-issue = "N"
               compute ws-cost-amount rounded =
                   il-quantity * ws-unit-cost
           end-if.

      * anything the extract could not classify leaves the day
      * unprovable - refuse rather than post around it
       200-prove-day-balances.

      * one journal line per nonzero bucket: tender clearing
      * debits against sales revenue, layaway deposit liability
      * and returns contra credits/debits by store, then cost of
      * goods sold against inventory by store
       300-write-journal.
           move "N" to ws-account-missing.
           move spaces                     to GJ-DISTRICT-NUMBER.

           move ws-cr-net                  to ws-post-amount.
           move "TCLR-CR"                  to GJ-CATEGORY.
           move ws-gc-net                  to ws-post-amount.
           move "TCLR-GC"                  to GJ-CATEGORY.
           perform 305-post-tender-line.
           move ws-lp-net                  to ws-post-amount.
           move "TCLR-LP"                  to GJ-CATEGORY.
           perform 305-post-tender-line.

      * gift-card issuances and merchandise-credit refunds credit
      * the card liability the later TCLR-GC drawdowns debit
           if ws-gcliab-amt not = 0
               move "GC-LIAB"              to GJ-CATEGORY
               move 0                      to GJ-STORE-NUMBER
                   move "CR"               to GJ-SIDE
                   perform 307-post-journal-line
               end-if
      * cost of goods sold debits COGS and credits the inventory
      * asset; a return-heavy day reverses the pair
               if ws-store-cogs-amt(ws-store-idx) not = 0
                   move ws-store-number(ws-store-idx)
                                           to GJ-STORE-NUMBER
                   move ws-store-cogs-amt(ws-store-idx)
                                           to ws-post-amount
                   move "COGS"             to GJ-CATEGORY
                   perform 305-post-tender-line
                   move ws-store-cogs-amt(ws-store-idx)
                                           to ws-post-amount
                   move "INVENTRY"         to GJ-CATEGORY
                   perform 306-post-credit-line
               end-if
           end-perform.

      * shrink: a loss debits shrink expense and credits the
      * inventory asset by store; a count over the book reverses
      * the pair
           perform varying ws-shrink-idx from 1 by 1
                   until ws-shrink-idx > ws-shrink-count
               move ws-shrink-store(ws-shrink-idx)
                                           to GJ-STORE-NUMBER
               move ws-shrink-district(ws-shrink-idx)
                                           to GJ-DISTRICT-NUMBER
               move ws-shrink-amt(ws-shrink-idx)
                                           to ws-post-amount
               move "SHRINK"               to GJ-CATEGORY
               perform 305-post-tender-line
               move ws-shrink-amt(ws-shrink-idx)
                                           to ws-post-amount
               move "INVENTRY"             to GJ-CATEGORY
               perform 306-post-credit-line
           end-perform.
           move spaces                     to GJ-DISTRICT-NUMBER.

           if ws-account-missing = "Y"
               move "Y" to ws-refuse-flag
               move "no GL account mapped for category/store"
                   move ws-found-account   to GJ-ACCOUNT
                   move ws-abs-amount      to GJ-AMOUNT
                   move ws-business-date   to GJ-BUSINESS-DATE
                   move spaces             to journal-line(42:3)
                   write journal-line
                   add 1 to ws-journal-line-count
                   move GJ-ACCOUNT         to ol-account
                                           to ws-refuse-reason
           end-if.

       320-write-shrink-districts.
           write report-line               from ws-newline.
           write report-line               from ws-shrink-head.
           perform varying ws-shrink-dist-idx from 1 by 1
                   until ws-shrink-dist-idx > ws-shrink-dist-count
               move ws-shrink-dist-number(ws-shrink-dist-idx)
                                           to ol-shrink-district
               move ws-shrink-dist-amt(ws-shrink-dist-idx)
                                           to ol-shrink-amount
               write report-line       from ws-shrink-dist-line
           end-perform.

       end program GLPost.
