      *          survive past the daily recreate of valid.out and the
      *          month-end run has a multi-day store to report from.
      *          Runs after REVIEW so review-released records are
      *          included in the day's posting. Every record posted
      *          is also added onto the daily store/SKU summary the
      *          period reports read instead of the whole history.
      *          Each merchandise line is costed as it posts - its
      *          units at the store's weighted average cost off the
      *          inventory master (the catalog unit cost before the
      *          store has one) - so cost of goods sold and margin
      *          are read off the history the same way sales are.

       environment division.
       configuration section.
               access mode is dynamic
               record key is TH-RECORD-KEY
               file status is ws-history-status.
      * configure daily store/SKU summary - one row per date,
      * store, SKU and transaction code, kept in step with the
      * history record by record
           select DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is random
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure SKU catalog lookup - a gift-card SKU carries no
      * cost, and the catalog unit cost stands in for a store's
      * average cost not yet known
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure perpetual inventory master - the store's weighted
      * average cost each merchandise line is costed at
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is random
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure run-control file carrying the official business
      * date and the supervisor repost override
           select optional RUN-CONTROL-FILE
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       fd TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.

       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.
           value spaces.
       77  ws-audit-status                 pic xx
           value spaces.
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
       77  ws-inventory-status             pic xx
           value spaces.
      * set once when the cost lookups open - a lookup's own READ
      * leaves its miss in the file status, so the status cannot say
      * whether the file is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-inventory-open               pic x
           value "N".
       77  ws-posted-count                 pic 9(6)
           value 0.
       77  ws-posted-tamount               pic 9(8)V99
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * what one unit of the line in hand cost - the store's
      * average, or the catalog's unit cost before there is one
       77  ws-unit-cost                    pic 9(5)V9(4)
           value 0.
       77  ws-record-is-gc-sku             pic x
           value "N".

      * the tender half being added onto the summary row
       77  ws-tender-type                  pic xx
           value spaces.
       77  ws-tender-amount                pic 9(5)V99
           value 0.

       procedure division.
      * history master persists across runs - i-o with an OUTPUT
      * fallback the first time it doesn't exist yet, same as the
               close TRANSACTION-HISTORY-FILE
               open i-o TRANSACTION-HISTORY-FILE
           end-if.
           open i-o DAILY-SUMMARY-FILE.
           if ws-summary-status = "35" then
               open output DAILY-SUMMARY-FILE
               close DAILY-SUMMARY-FILE
               open i-o DAILY-SUMMARY-FILE
           end-if.

      * append to the shared audit log - fall back to OUTPUT the
      * first time the file doesn't exist yet
               open output AUDIT-LOG-FILE
           end-if.

           open input SKU-MASTER-FILE INVENTORY-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.
           if ws-inventory-status = "00"
               move "Y" to ws-inventory-open
           end-if.

           perform 050-check-rerun-protection.

           if ws-posting-blocked = "N"
               close POSTING-LOG-FILE
           end-if.

           close TRANSACTION-HISTORY-FILE DAILY-SUMMARY-FILE
                   SKU-MASTER-FILE INVENTORY-MASTER-FILE
                   AUDIT-LOG-FILE.
           goback.

      * Decide up front whether this run may post. The business
               move 0                      to TH-TENDER-2-AMOUNT
           end-if.
           move il-card-number             to TH-CARD-NUMBER.
           move il-cashier-number          to TH-CASHIER-NUMBER.
           if il-quantity is numeric
               move il-quantity            to TH-QUANTITY
           else
               move 0                      to TH-QUANTITY
           end-if.
           move il-tax-exempt              to TH-TAX-EXEMPT.
           move il-return-disposition      to TH-RETURN-DISPOSITION.
           perform 105-cost-history-record.

           move "N" to ws-record-written.
           perform until ws-record-written = "Y"
           if ws-record-written = "Y"
               add 1                       to ws-posted-count
               add il-transaction-amount   to ws-posted-tamount
               perform 110-post-daily-summary
           end-if.

           read input-file
               at end move "Y"             to ws-eof
           end-read.

      * Cost follows the goods, the way the inventory posting moves
      * them: a Sale, a void, a Return and an exchange's replacement
      * item carry their units' cost; layaway payments (the goods
      * stay in the back room), transfers and gift-card SKUs carry
      * none.
       105-cost-history-record.
           move 0                          to TH-COST-AMOUNT.
           if TH-QUANTITY > 0
               evaluate il-transaction-code
                   when "S"
                   when "X"
                   when "R"
                   when "V"
                       perform 107-find-unit-cost
                       if ws-record-is-gc-sku = "N"
                           compute TH-COST-AMOUNT rounded =
                               TH-QUANTITY * ws-unit-cost
                       end-if
               end-evaluate
           end-if.

      * the store's average cost when it has one, the catalog unit
      * cost when it does not (and zero when neither is known); a
      * gift-card SKU is never stocked, so no store row is looked for
       107-find-unit-cost.
           move "N"                        to ws-record-is-gc-sku.
           move 0                          to ws-unit-cost.
           if ws-sku-master-open = "Y"
               move il-SKU-code            to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if SKM-GIFT-CARD-SKU
                           move "Y"        to ws-record-is-gc-sku
                       end-if
                       if SKM-UNIT-COST is numeric
                           move SKM-UNIT-COST to ws-unit-cost
                       end-if
               end-read
           end-if.
           if ws-inventory-open = "Y"
                   and ws-record-is-gc-sku = "N"
               move il-SKU-code            to IM-SKU-CODE
               move il-store-number        to IM-STORE-NUMBER
               read INVENTORY-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if IM-AVERAGE-COST > 0
                           move IM-AVERAGE-COST to ws-unit-cost
                       end-if
               end-read
           end-if.

      * the history record just written goes onto its day's
      * store/SKU/code row - opened at zero the first time the day
      * sees that combination
       110-post-daily-summary.
           move TH-TRANSACTION-DATE        to DS-SUMMARY-DATE.
           move TH-STORE-NUMBER            to DS-STORE-NUMBER.
           move TH-SKU-CODE                to DS-SKU-CODE.
           move TH-TRANSACTION-CODE        to DS-TRANSACTION-CODE.
           read DAILY-SUMMARY-FILE
               invalid key
                   move 0                  to DS-RECORD-COUNT
                   move 0                  to DS-UNITS
                   move 0                  to DS-GROSS-AMOUNT
                   move 0                  to DS-EXEMPT-AMOUNT
                   move 0                  to DS-CASH-AMOUNT
                   move 0                  to DS-CREDIT-AMOUNT
                   move 0                  to DS-DEBIT-AMOUNT
                   move 0                  to DS-GIFT-CARD-AMOUNT
                   move 0                  to DS-POINTS-AMOUNT
                   move 0                  to DS-MERCH-CREDIT-AMOUNT
                   move 0                  to DS-COST-AMOUNT
                   perform 112-add-to-summary
                   write DAILY-SUMMARY-RECORD
                       invalid key continue
                   end-write
               not invalid key
                   perform 112-add-to-summary
                   rewrite DAILY-SUMMARY-RECORD
                       invalid key continue
                   end-rewrite
           end-read.

      * a split-tender ticket's two halves land on their own
      * tenders; a single-tender ticket rides its payment type whole
       112-add-to-summary.
           add 1                           to DS-RECORD-COUNT.
           add TH-QUANTITY                 to DS-UNITS.
           add TH-TRANSACTION-AMOUNT       to DS-GROSS-AMOUNT.
           add TH-COST-AMOUNT              to DS-COST-AMOUNT.
           if TH-TAX-EXEMPT = "E"
               add TH-TRANSACTION-AMOUNT   to DS-EXEMPT-AMOUNT
           end-if.
           if TH-TENDER-2-TYPE = spaces
               move TH-PAYMENT-TYPE        to ws-tender-type
               move TH-TRANSACTION-AMOUNT  to ws-tender-amount
               perform 114-add-tender-amount
           else
               move TH-PAYMENT-TYPE        to ws-tender-type
               move TH-TENDER-1-AMOUNT     to ws-tender-amount
               perform 114-add-tender-amount
               move TH-TENDER-2-TYPE       to ws-tender-type
               move TH-TENDER-2-AMOUNT     to ws-tender-amount
               perform 114-add-tender-amount
           end-if.

       114-add-tender-amount.
           evaluate ws-tender-type
               when "CA"
                   add ws-tender-amount    to DS-CASH-AMOUNT
               when "CR"
                   add ws-tender-amount    to DS-CREDIT-AMOUNT
               when "DB"
                   add ws-tender-amount    to DS-DEBIT-AMOUNT
               when "GC"
                   add ws-tender-amount    to DS-GIFT-CARD-AMOUNT
               when "LP"
                   add ws-tender-amount    to DS-POINTS-AMOUNT
               when "MC"
                   add ws-tender-amount    to DS-MERCH-CREDIT-AMOUNT
           end-evaluate.

      * one summary touch on the shared audit log per run, so the
      * trace shows what the day's posting did (or why it no-oped)
      * without one log line per record
