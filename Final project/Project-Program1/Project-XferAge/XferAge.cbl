       identification division.
       program-id. XferAge.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Age the inter-store transfers still sitting in the
      *          in-transit ledger, so stock that left one store and
      *          never showed up at the other is chased while the
      *          paperwork is fresh instead of surfacing as shrink at
      *          the next count. Lists every transfer shipped but not
      *          received after the aging cutoff (days since it
      *          shipped), with its units valued at catalog price,
      *          totals the overdue units by shipping store, and
      *          separately lists receipts whose shipment was never
      *          posted by the sending store after the same cutoff.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure in-transit ledger - the same physical ledger
      * INVPOST maintains, read front to back here
           select IN-TRANSIT-FILE
               assign to "../../../datafiles/data/in-transit.dat"
               organization is indexed
               access mode is sequential
               record key is IT-RECORD-KEY
               file status is ws-in-transit-status.
      * configure store master - so the summary can show store
      * names
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure SKU catalog lookup - overdue units are valued at
      * the catalog price
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure aging-cutoff parameter file - optional, one value
      * overriding the default, same pattern as the layaway aging
      * params file
           select optional AGING-PARAMS-FILE
               assign to "../../../data2/xfer-aging-params.dat"
               organization is line sequential
               file status is ws-aging-params-status.
      * configure run-control file carrying the official business
      * date
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure aging report output
           select AGING-REPORT-FILE
               assign to "../../../data2/xfer-aging.out"
               organization is line sequential.

       data division.
       file section.
       fd IN-TRANSIT-FILE.
           COPY INTRANS.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd AGING-PARAMS-FILE
           data record is aging-params-line
           record contains 3 characters.

       01 aging-params-line                 pic 9(3).

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd AGING-REPORT-FILE
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-in-transit-status            pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-aging-params-status          pic xx
           value spaces.
       77  ws-run-control-status           pic xx
           value spaces.

      * aging cutoff - a transfer still in transit this many days or
      * more after it shipped is overdue; the default can be
      * overridden through the optional params file
       77  ws-aging-cutoff-days            pic 9(3)
           value 5.

      * aging arithmetic - the as-of day is the business date
      * converted to a day count, the transfer's ship (or receive)
      * date likewise, and the difference is the days outstanding
       77  ws-as-of-date                   pic 9(8)
           value 0.
       77  ws-as-of-day                    pic 9(7)
           value 0.
       77  ws-event-date                   pic 9(8)
           value 0.
       77  ws-event-day                    pic 9(7)
           value 0.
       77  ws-days-out                     pic 9(5)
           value 0.
       77  ws-unit-price                   pic 9(5)V99
           value 0.
       77  ws-line-value                   pic 9(9)V99
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

       77  ws-transit-count                pic 9(5)
           value 0.
       77  ws-overdue-count                pic 9(5)
           value 0.
       77  ws-overdue-units                pic 9(7)
           value 0.
       77  ws-overdue-value                pic 9(9)V99
           value 0.
       77  ws-unshipped-count              pic 9(5)
           value 0.

      * Shipping-store totals table, loaded from STORE-MASTER-FILE
      * the way the layaway aging loads its store table - same
      * fixed-upper-bound OCCURS pattern and flag-and-skip guard.
       77  ws-store-table-full             pic x
           value "N".
       01 ws-store-count                   pic 999
           value 0.
       01 ws-store-table.
           05  ws-store-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-store-count
                   ASCENDING KEY IS ws-store-number
                   INDEXED BY ws-store-idx.
               10  ws-store-number          pic 99.
               10  ws-store-name            pic x(20).
               10  ws-store-overdue-count   pic 9(5) value 0.
               10  ws-store-overdue-units   pic 9(7) value 0.
               10  ws-store-overdue-value   pic 9(9)V99 value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(35)
               value "Inter-Store Transfer Aging Report".
           05  filler                              pic x(9)
               value "  As of: ".
           05  ol-as-of-date                       pic 9(8).

       01 ws-cutoff-line.
           05  filler                              pic x(27)
               value "Aging cutoff (days):       ".
           05  ol-cutoff-days                      pic zz9.

       01 ws-overdue-head.
           05  filler                              pic x(48)
               value "Transfers Shipped, Not Received".

       01 ws-unshipped-head.
           05  filler                              pic x(48)
               value "Received, Shipment Never Posted".

       01 ws-column-line.
           05  filler                              pic x(14)
               value "TRANSFER".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(6)
               value "FROM".
           05  filler                              pic x(6)
               value "TO".
           05  filler                              pic x(10)
               value "DATE".
           05  filler                              pic x(8)
               value "UNITS".
           05  filler                              pic x(14)
               value "VALUE".
           05  filler                              pic x(10)
               value "DAYS OUT".

       01 ws-detail-line.
           05  ol-transfer-number                  pic x(9).
           05  filler                              pic x
               value "/".
           05  ol-line-number                      pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-sku-code                         pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-from-store                       pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-to-store                         pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-event-date                       pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-units                            pic zzzz9.
           05  filler                              pic x
               value spaces.
           05  ol-value                            pic $$,$$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-days-out                         pic zzzz9.

       01 ws-none-line.
           05  filler                              pic x(8)
               value "(none)".

       01 ws-store-head.
           05  filler                              pic x(35)
               value "Overdue Transfers by Shipping Store".

       01 ws-store-column.
           05  filler                              pic x(22)
               value "Store".
           05  filler                              pic x(12)
               value "Transfers".
           05  filler                              pic x(10)
               value "Units".
           05  filler                              pic x(15)
               value "Value".

       01 ws-store-detail-line.
           05  ol-store-name                       pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-store-overdue-count              pic zzzz9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-store-overdue-units              pic zzzzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-store-overdue-value              pic $$,$$$,$$9.99.

       01 ws-transit-total-line.
           05  filler                              pic x(28)
               value "Transfers in transit:       ".
           05  ol-transit-count                    pic zzzz9.

       01 ws-overdue-total-line.
           05  filler                              pic x(28)
               value "Overdue transfers:          ".
           05  ol-overdue-count                    pic zzzz9.
           05  filler                              pic xxx
               value spaces.
           05  ol-overdue-units                    pic zzzzzz9.
           05  filler                              pic x(7)
               value " units ".
           05  ol-overdue-value                    pic $$,$$$,$$9.99.

       01 ws-unshipped-total-line.
           05  filler                              pic x(28)
               value "Receipts with no shipment:  ".
           05  ol-unshipped-count                  pic zzzz9.

       01 ws-store-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status       pic x(30).

       procedure division.
           open output AGING-REPORT-FILE.
           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.

           perform 030-load-business-date.
           perform 040-load-aging-params.
           perform 050-load-store-master.

           move ws-as-of-date              to ol-as-of-date.
           write report-line               from ws-headline.
           move ws-aging-cutoff-days       to ol-cutoff-days.
           write report-line               from ws-cutoff-line.
           write report-line               from ws-newline.

      * first pass - every transfer still in transit past the
      * cutoff, into the detail and the shipping-store totals
           write report-line               from ws-overdue-head.
           write report-line               from ws-column-line.
           open input IN-TRANSIT-FILE.
           if ws-in-transit-status = "00"
               read IN-TRANSIT-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 100-age-in-transit until ws-eof = "Y"
           end-if.
           close IN-TRANSIT-FILE.
           if ws-overdue-count = 0
               write report-line           from ws-none-line
           end-if.

           write report-line               from ws-newline.
           write report-line               from ws-store-head.
           write report-line               from ws-store-column.
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
               if ws-store-overdue-count(ws-store-idx) > 0
                   move ws-store-name(ws-store-idx)
                                       to ol-store-name
                   move ws-store-overdue-count(ws-store-idx)
                                       to ol-store-overdue-count
                   move ws-store-overdue-units(ws-store-idx)
                                       to ol-store-overdue-units
                   move ws-store-overdue-value(ws-store-idx)
                                       to ol-store-overdue-value
                   write report-line   from ws-store-detail-line
               end-if
           end-perform.

      * second pass - goods a store says it received against a
      * transfer number the shipping store never posted
           write report-line               from ws-newline.
           write report-line               from ws-unshipped-head.
           write report-line               from ws-column-line.
           move "N" to ws-eof.
           open input IN-TRANSIT-FILE.
           if ws-in-transit-status = "00"
               read IN-TRANSIT-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 200-age-unshipped until ws-eof = "Y"
           end-if.
           close IN-TRANSIT-FILE.
           if ws-unshipped-count = 0
               write report-line           from ws-none-line
           end-if.

           write report-line               from ws-newline.
           move ws-transit-count           to ol-transit-count.
           write report-line               from ws-transit-total-line.
           move ws-overdue-count           to ol-overdue-count.
           move ws-overdue-units           to ol-overdue-units.
           move ws-overdue-value           to ol-overdue-value.
           write report-line               from ws-overdue-total-line.
           move ws-unshipped-count         to ol-unshipped-count.
           write report-line               from ws-unshipped-total-line.

           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           write report-line           from ws-store-capacity-line.

           close AGING-REPORT-FILE SKU-MASTER-FILE.
           goback.

      * the official business date, with the system date as the
      * fallback when operations has not set run-control up
       030-load-business-date.
           move FUNCTION CURRENT-DATE      to ws-current-date-fields.
           move ws-cd-date                 to ws-as-of-date.
           open input RUN-CONTROL-FILE.
           if ws-run-control-status = "00" then
               read RUN-CONTROL-FILE
                   at end continue
                   not at end
                       if RC-BUSINESS-DATE is numeric
                               and RC-BUSINESS-DATE > 0
                           move RC-BUSINESS-DATE to ws-as-of-date
                       end-if
               end-read
           end-if.
           close RUN-CONTROL-FILE.
           compute ws-as-of-day =
               FUNCTION INTEGER-OF-DATE(ws-as-of-date).

       040-load-aging-params.
           open input AGING-PARAMS-FILE.
           if ws-aging-params-status = "00" then
               read AGING-PARAMS-FILE
                   at end continue
                   not at end
                       if aging-params-line is numeric
                           move aging-params-line
                                   to ws-aging-cutoff-days
                       end-if
               end-read
           end-if.
           close AGING-PARAMS-FILE.

       050-load-store-master.
           open input STORE-MASTER-FILE.
           if ws-store-master-status = "00" then
               read STORE-MASTER-FILE next record
                   at end move "Y" to ws-store-master-eof
               end-read
               perform until ws-store-master-eof = "Y"
                   if ws-store-count < 50
                       add 1 to ws-store-count
                       move SM-STORE-NUMBER
                                    to ws-store-number(ws-store-count)
                       move SM-STORE-NAME
                                    to ws-store-name(ws-store-count)
                   else
                       move "Y" to ws-store-table-full
                   end-if
                   read STORE-MASTER-FILE next record
                       at end move "Y" to ws-store-master-eof
                   end-read
               end-perform
           end-if.
           close STORE-MASTER-FILE.

      * days since the ship (or receive) date - a date that is
      * missing or garbage ages as maximally stale on purpose, so
      * it surfaces on the report instead of hiding
       060-compute-days-out.
           if ws-event-date is not numeric
                   or ws-event-date = 0
               move 99999 to ws-days-out
           else
               compute ws-event-day =
                   FUNCTION INTEGER-OF-DATE(ws-event-date)
               if ws-event-day = 0
                   move 99999 to ws-days-out
               else
                   if ws-as-of-day > ws-event-day
                       compute ws-days-out =
                           ws-as-of-day - ws-event-day
                   else
                       move 0 to ws-days-out
                   end-if
               end-if
           end-if.

       070-value-units.
           move 0 to ws-unit-price.
           if ws-sku-master-open = "Y"
               move IT-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move SKM-UNIT-PRICE to ws-unit-price
               end-read
           end-if.

       080-move-detail-fields.
           move IT-TRANSFER-NUMBER         to ol-transfer-number.
           move IT-LINE-NUMBER             to ol-line-number.
           move IT-SKU-CODE                to ol-sku-code.
           move IT-FROM-STORE              to ol-from-store.
           move IT-TO-STORE                to ol-to-store.
           move ws-event-date              to ol-event-date.
           move ws-days-out                to ol-days-out.

       100-age-in-transit.
           if IT-IN-TRANSIT
               add 1 to ws-transit-count
               move IT-SHIP-DATE           to ws-event-date
               perform 060-compute-days-out
               if ws-days-out >= ws-aging-cutoff-days
                   perform 070-value-units
                   compute ws-line-value =
                       IT-SHIPPED-QTY * ws-unit-price
                   perform 080-move-detail-fields
                   move IT-SHIPPED-QTY     to ol-units
                   move ws-line-value      to ol-value
                   write report-line       from ws-detail-line
                   add 1                   to ws-overdue-count
                   add IT-SHIPPED-QTY      to ws-overdue-units
                   add ws-line-value       to ws-overdue-value
                   perform 110-add-store-overdue
               end-if
           end-if.
           read IN-TRANSIT-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       110-add-store-overdue.
           search all ws-store-entry
               at end
                   continue
               when ws-store-number(ws-store-idx) = IT-FROM-STORE
                   add 1 to ws-store-overdue-count(ws-store-idx)
                   add IT-SHIPPED-QTY
                       to ws-store-overdue-units(ws-store-idx)
                   add ws-line-value
                       to ws-store-overdue-value(ws-store-idx)
           end-search.

       200-age-unshipped.
           if IT-ARRIVED-UNSHIPPED
               move IT-RECEIVE-DATE        to ws-event-date
               perform 060-compute-days-out
               if ws-days-out >= ws-aging-cutoff-days
                   perform 070-value-units
                   compute ws-line-value =
                       IT-RECEIVED-QTY * ws-unit-price
                   perform 080-move-detail-fields
                   move IT-RECEIVED-QTY    to ol-units
                   move ws-line-value      to ol-value
                   write report-line       from ws-detail-line
                   add 1                   to ws-unshipped-count
               end-if
           end-if.
           read IN-TRANSIT-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       end program XferAge.
