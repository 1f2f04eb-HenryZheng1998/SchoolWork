      * Purpose: Merchandising analysis of the day's validated
      *          transactions. Produces the SKU movement report -
      *          transactions and dollars per SKU ranked best seller
      *          to worst, return dollars and return rate per SKU,
      *          the day's return rate by return reason code -
      *          plus an exception section for SKUs the catalog says
      *          are discontinued but that are still transacting, so
      *          buyers stop rekeying figures into spreadsheets.
               access mode is dynamic
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure return reason table lookup for descriptions;
      * optional so the report still runs before the first load
           select optional RETURN-REASON-FILE
               assign to "../../../datafiles/data/return-reasons.dat"
               organization is indexed
               access mode is random
               record key is RR-REASON-CODE
               file status is ws-return-reason-status.
      * configure SKU movement report output
           select MOVEMENT-REPORT-FILE
               assign to "../../../data2/sku-movement.out"
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd RETURN-REASON-FILE.
           COPY RTNRSN.

       fd MOVEMENT-REPORT-FILE
           data record is report-line
           record contains 132 characters.
           value spaces.
       77  ws-inventory-eof                pic x
           value "N".
       77  ws-return-reason-status         pic xx
           value spaces.
      * set once when the reason table opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-return-reason-open           pic x
           value "N".

      * SKU accumulation table, built in arrival order from the
      * day's file then sorted by sale dollars for the ranking -
       77  ws-discontinued-count           pic 999
           value 0.

      * Return reason table - one row per reason code seen on the
      * day's Returns, with the day's sale dollars across every SKU
      * as the base the rate is taken against
       77  ws-reason-table-full            pic x
           value "N".
       01 ws-reason-count                  pic 99
           value 0.
       01 ws-reason-table.
           05  ws-reason-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-reason-count
                   INDEXED BY ws-reason-idx.
               10  ws-reason-code           pic xx.
               10  ws-reason-description    pic x(20).
               10  ws-reason-return-count   pic 9(5) value 0.
               10  ws-reason-return-units   pic 9(6) value 0.
               10  ws-reason-return-tamount pic 9(7)V99 value 0.
       77  ws-day-sale-tamount             pic s9(8)V99
           value 0.
       77  ws-day-return-count             pic 9(6)
           value 0.
       77  ws-day-return-tamount           pic 9(8)V99
           value 0.
       77  ws-reason-share                 pic 9(3)V99
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
               value spaces.
           05  ol-note                             pic x(12).

       01 ws-reason-head.
           05  filler                              pic x(36)
               value "Return Rate by Reason Code".

       01 ws-reason-column-line.
           05  filler                              pic x(8)
               value "REASON".
           05  filler                              pic x(22)
               value "DESCRIPTION".
           05  filler                              pic x(8)
               value "RETNS".
           05  filler                              pic x(8)
               value "UNITS".
           05  filler                              pic x(15)
               value "RETURN $".
           05  filler                              pic x(11)
               value "% OF RETNS".
           05  filler                              pic x(9)
               value "RET RATE".

       01 ws-reason-detail-line.
           05  ol-reason-code                      pic xx.
           05  filler                              pic x(6)
               value spaces.
           05  ol-reason-description               pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-reason-return-count              pic zzzz9.
           05  filler                              pic xxx
               value spaces.
           05  ol-reason-return-units              pic zzzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-reason-return-amount             pic $$$$,$$9.99.
           05  filler                              pic x(4)
               value spaces.
           05  ol-reason-share                     pic zz9.99.
           05  filler                              pic x
               value "%".
           05  filler                              pic x(4)
               value spaces.
           05  ol-reason-rate                      pic zz9.99.
           05  filler                              pic x
               value "%".

       01 ws-reason-capacity-line.
           05  filler                              pic x(24)
               value "Reason table capacity: ".
           05  ol-reason-capacity-status      pic x(30).

       01 ws-exception-head.
           05  filler                              pic x(44)
               value "Discontinued SKUs Still Transacting".
           open input input-file SKU-MASTER-FILE
                output MOVEMENT-REPORT-FILE.
           open input INVENTORY-MASTER-FILE.
           open input RETURN-REASON-FILE.
           if ws-return-reason-status = "00"
               move "Y" to ws-return-reason-open
           end-if.

           if ws-input-status = "00"
               read input-file
           end-if.
           close input-file SKU-MASTER-FILE.
           close INVENTORY-MASTER-FILE.
           close RETURN-REASON-FILE.

           perform 200-rank-sku-table.

               varying ws-sort-i from 1 by 1
               until ws-sort-i > ws-sku-count.

           write report-line               from ws-newline.
           write report-line               from ws-reason-head.
           write report-line               from ws-newline.
           write report-line               from ws-reason-column-line.
           write report-line               from ws-newline.
           perform 230-write-reason-detail
               varying ws-reason-idx from 1 by 1
               until ws-reason-idx > ws-reason-count.
           if ws-reason-count = 0
               write report-line           from ws-none-line
           end-if.

           write report-line               from ws-newline.
           write report-line               from ws-exception-head.
           perform 220-write-discontinued-detail
               move "OK"               to ol-sku-capacity-status
           end-if.
           write report-line           from ws-sku-capacity-line.
           if ws-reason-table-full = "Y"
               move "FULL (50 max)"    to ol-reason-capacity-status
           else
               move "OK"               to ol-reason-capacity-status
           end-if.
           write report-line           from ws-reason-capacity-line.

           close MOVEMENT-REPORT-FILE.
           goback.
                       add 1 to ws-sku-return-count(ws-sku-idx)
                       add il-transaction-amount
                               to ws-sku-return-tamount(ws-sku-idx)
                       perform 120-accumulate-reason
      * a void is a cancellation, not a return - it nets the same-
      * day sale back out of the movement ranking so the return
      * rate stays meaningful
                               from ws-sku-sale-count(ws-sku-idx)
                       subtract il-transaction-amount
                               from ws-sku-sale-tamount(ws-sku-idx)
                       subtract il-transaction-amount
                               from ws-day-sale-tamount
      * stock moved between our own stores sold nothing
                   when "O"
                   when "I"
                       continue
                   when other
                       add 1 to ws-sku-sale-count(ws-sku-idx)
                       add il-transaction-amount
                               to ws-sku-sale-tamount(ws-sku-idx)
                       add il-transaction-amount
                               to ws-day-sale-tamount
               end-evaluate
           end-if.
           read input-file
                           to ws-sku-status(ws-sku-count)
           end-read.

      * one row per reason code on the day's Returns; a Return that
      * predates reason codes carries spaces and counts as such
       120-accumulate-reason.
           add 1 to ws-day-return-count.
           add il-transaction-amount to ws-day-return-tamount.
           perform varying ws-reason-idx from 1 by 1
                   until ws-reason-idx > ws-reason-count
                   or ws-reason-code(ws-reason-idx) = il-return-reason
               continue
           end-perform.
           if ws-reason-idx > ws-reason-count and ws-reason-count >= 50
               move "Y" to ws-reason-table-full
           else
               if ws-reason-idx > ws-reason-count
                   add 1 to ws-reason-count
                   move il-return-reason
                           to ws-reason-code(ws-reason-count)
                   move "(not on table)"
                           to ws-reason-description(ws-reason-count)
                   if ws-return-reason-open = "Y"
                       move il-return-reason to RR-REASON-CODE
                       read RETURN-REASON-FILE
                           invalid key continue
                           not invalid key
                               move RR-REASON-DESCRIPTION
                                 to ws-reason-description
                                        (ws-reason-count)
                       end-read
                   end-if
               end-if
               add 1 to ws-reason-return-count(ws-reason-idx)
               if il-quantity is numeric
                   add il-quantity
                           to ws-reason-return-units(ws-reason-idx)
               end-if
               add il-transaction-amount
                       to ws-reason-return-tamount(ws-reason-idx)
           end-if.

      * the book on-hand for the SKU is its positions across every
      * store, walked off the inventory master from the first store
      * of the SKU until the key moves on to the next SKU
           end-if.
           write report-line               from ws-detail-line.

      * share of the day's return dollars each reason accounts for,
      * and its return rate against the day's sale dollars
       230-write-reason-detail.
           move ws-reason-code(ws-reason-idx) to ol-reason-code.
           move ws-reason-description(ws-reason-idx)
                                           to ol-reason-description.
           move ws-reason-return-count(ws-reason-idx)
                                           to ol-reason-return-count.
           move ws-reason-return-units(ws-reason-idx)
                                           to ol-reason-return-units.
           move ws-reason-return-tamount(ws-reason-idx)
                                           to ol-reason-return-amount.
           if ws-day-return-tamount > 0
               compute ws-reason-share rounded =
                   ws-reason-return-tamount(ws-reason-idx) * 100
                       / ws-day-return-tamount
           else
               move 0                      to ws-reason-share
           end-if.
           move ws-reason-share            to ol-reason-share.
           if ws-day-sale-tamount > 0
               compute ws-return-rate rounded =
                   ws-reason-return-tamount(ws-reason-idx) * 100
                       / ws-day-sale-tamount
               on size error move 999.99 to ws-return-rate
               end-compute
           else
               if ws-reason-return-tamount(ws-reason-idx) > 0
                   move 999.99             to ws-return-rate
               else
                   move 0                  to ws-return-rate
               end-if
           end-if.
           move ws-return-rate             to ol-reason-rate.
           write report-line               from ws-reason-detail-line.

       220-write-discontinued-detail.
           if ws-sku-status(ws-sort-i) = "D"
               add 1                       to ws-discontinued-count
