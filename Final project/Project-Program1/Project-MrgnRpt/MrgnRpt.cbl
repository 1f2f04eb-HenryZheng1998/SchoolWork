       identification division.
       program-id. MrgnRpt.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Daily and period gross margin, so merchandising and
      *          accounting see what each store and SKU made and not
      *          just what it rang up. Reads the daily store/SKU
      *          summary of the history for the business date and for
      *          the 4-5-4 fiscal period it falls in (the calendar
      *          month when the date is not yet cut on the fiscal
      *          calendar), and prints net merchandise sales, cost of
      *          goods sold, gross margin and margin percent - by
      *          store, with the chain total, then by SKU ranked by
      *          period margin. Sales and exchanges add, returns and
      *          voids take their dollars and their cost back out;
      *          layaway payments (the goods have not left the back
      *          room) and gift-card SKUs (no goods at all) carry no
      *          cost and are left out. A line that sold with no cost
      *          behind it is noted, because its margin is overstated
      *          until the SKU's cost is maintained. Runs in the
      *          EDITPG2 stream after HISTPOST has posted the day.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure daily store/SKU summary of the transaction
      * history - positioned on the period's first day
           select optional DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure SKU catalog lookup - descriptions on the report,
      * and gift-card SKUs kept out of the margin
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure fiscal calendar - the period the business date
      * falls in and the day that period began
           select optional FISCAL-CALENDAR-FILE
               assign to "../../../datafiles/data/fiscal-calendar.dat"
               organization is indexed
               access mode is random
               record key is FC-CALENDAR-DATE
               file status is ws-fiscal-status.
      * configure store master - names on the report
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure run-control file carrying the official business
      * date the report covers
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure margin report output
           select MARGIN-REPORT-FILE
               assign to "../../../data2/gross-margin.out"
               organization is line sequential.

       data division.
       file section.
       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd FISCAL-CALENDAR-FILE.
           COPY FISCAL.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd MARGIN-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot say
      * whether the catalog is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-fiscal-status                pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.

      * the report day and its fiscal period (CCYYPP) and the day
      * the period began, off the official business date from
      * run-control (system date when it is missing); the calendar
      * month when the date is not on the fiscal calendar
       77  ws-business-date                pic 9(8)
           value 0.
       77  ws-current-period               pic 9(6)
           value 0.
       77  ws-period-start-date            pic 9(8)
           value 0.
       77  ws-period-on-calendar           pic x
           value "N".
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * signed sales and cost for the summary row in hand - sales
      * and exchanges add, returns and voids subtract
       77  ws-net-sales                    pic s9(9)V99
           value 0.
       77  ws-net-cost                     pic s9(9)V99
           value 0.
       77  ws-row-is-today                 pic x
           value "N".
       77  ws-row-sku-found                pic x
           value "N".
       77  ws-row-is-gc-sku                pic x
           value "N".

      * Per-store margin table, loaded from STORE-MASTER-FILE the
      * way SALFLASH loads its store table - every store shows,
      * even one that sold nothing.
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
               10  ws-store-day-sales       pic s9(9)V99 value 0.
               10  ws-store-day-cost        pic s9(9)V99 value 0.
               10  ws-store-ptd-sales       pic s9(9)V99 value 0.
               10  ws-store-ptd-cost        pic s9(9)V99 value 0.

      * SKU margin table, built in arrival order off the summary -
      * same fixed-upper-bound OCCURS pattern and flag-and-skip
      * guard as SKUMOVE's SKU table; a SKU that finds the table
      * full still counts in its store's and the chain's figures.
       77  ws-sku-table-full               pic x
           value "N".
       01 ws-sku-count                     pic 9(4)
           value 0.
       01 ws-sku-table.
           05  ws-sku-entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ws-sku-count
                   INDEXED BY ws-sku-idx.
               10  ws-sku-code              pic x(15).
               10  ws-sku-description       pic x(20).
               10  ws-sku-day-sales         pic s9(9)V99 value 0.
               10  ws-sku-day-cost          pic s9(9)V99 value 0.
               10  ws-sku-ptd-sales         pic s9(9)V99 value 0.
               10  ws-sku-ptd-cost          pic s9(9)V99 value 0.
               10  ws-sku-ptd-margin        pic s9(9)V99 value 0.
       01 ws-sku-swap-entry                pic x(90).

      * summary rows whose SKU is not in the catalog - counted in
      * their store, and shown as one line of their own
       77  ws-unlisted-day-sales           pic s9(9)V99
           value 0.
       77  ws-unlisted-day-cost            pic s9(9)V99
           value 0.
       77  ws-unlisted-ptd-sales           pic s9(9)V99
           value 0.
       77  ws-unlisted-ptd-cost            pic s9(9)V99
           value 0.

      * chain totals
       77  ws-chain-day-sales              pic s9(9)V99
           value 0.
       77  ws-chain-day-cost               pic s9(9)V99
           value 0.
       77  ws-chain-ptd-sales              pic s9(9)V99
           value 0.
       77  ws-chain-ptd-cost               pic s9(9)V99
           value 0.

      * one detail line's figures, whichever section it prints in
       77  ws-work-day-sales               pic s9(9)V99
           value 0.
       77  ws-work-day-cost                pic s9(9)V99
           value 0.
       77  ws-work-ptd-sales               pic s9(9)V99
           value 0.
       77  ws-work-ptd-cost                pic s9(9)V99
           value 0.
       77  ws-work-margin                  pic s9(9)V99
           value 0.
       77  ws-work-percent                 pic s9(4)V9
           value 0.
       77  ws-work-base-sales              pic s9(9)V99
           value 0.

      * scratch for the SKU ranking sort
       77  ws-sort-i                       pic 9(4)
           value 0.
       77  ws-sort-j                       pic 9(4)
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(27)
               value "Gross Margin Report   Date:".
           05  filler                              pic x
               value spaces.
           05  ol-business-date                    pic 9(8).
           05  filler                              pic x(11)
               value "   Period: ".
           05  ol-current-period                   pic 9(6).
           05  filler                              pic x(10)
               value "   Since: ".
           05  ol-period-start-date                pic 9(8).

       01 ws-no-calendar-line.
           05  filler                              pic x(49)
               value "** DATE NOT ON FISCAL CALENDAR - CALENDAR MONTH ".
           05  filler                              pic x(14)
               value "TO DATE SHOWN ".
           05  filler                              pic x(2)
               value "**".

       01 ws-span-line.
           05  filler                              pic x(21)
               value spaces.
           05  filler                              pic x(18)
               value all "-".
           05  filler                              pic x(14)
               value " BUSINESS DAY ".
           05  filler                              pic x(18)
               value all "-".
           05  filler                              pic x(2)
               value spaces.
           05  filler                              pic x(17)
               value all "-".
           05  filler                              pic x(16)
               value " PERIOD TO DATE ".
           05  filler                              pic x(17)
               value all "-".

       01 ws-column-line.
           05  filler                              pic x(21)
               value spaces.
           05  filler                              pic x(14)
               value "         SALES".
           05  filler                              pic x(14)
               value "          COGS".
           05  filler                              pic x(14)
               value "        MARGIN".
           05  filler                              pic x(8)
               value " MARGIN%".
           05  filler                              pic x(2)
               value spaces.
           05  filler                              pic x(14)
               value "         SALES".
           05  filler                              pic x(14)
               value "          COGS".
           05  filler                              pic x(14)
               value "        MARGIN".
           05  filler                              pic x(8)
               value " MARGIN%".
           05  filler                              pic x(5)
               value " NOTE".

       01 ws-detail-line.
           05  ol-name                             pic x(20).
           05  filler                              pic x
               value spaces.
           05  ol-day-sales                        pic zz,zzz,zz9.99-.
           05  ol-day-cost                         pic zz,zzz,zz9.99-.
           05  ol-day-margin                       pic zz,zzz,zz9.99-.
           05  filler                              pic x
               value spaces.
           05  ol-day-percent                      pic zzz9.9-.
           05  filler                              pic xx
               value spaces.
           05  ol-ptd-sales                        pic zz,zzz,zz9.99-.
           05  ol-ptd-cost                         pic zz,zzz,zz9.99-.
           05  ol-ptd-margin                       pic zz,zzz,zz9.99-.
           05  filler                              pic x
               value spaces.
           05  ol-ptd-percent                      pic zzz9.9-.
           05  filler                              pic x
               value spaces.
           05  ol-note                             pic x(7).

       01 ws-store-head.
           05  filler                              pic x(40)
               value "By store".

       01 ws-sku-head.
           05  filler                              pic x(40)
               value "By SKU, best period margin first".

       01 ws-sku-desc-line.
           05  filler                              pic xx
               value spaces.
           05  ol-sku-description                  pic x(20).

       01 ws-sku-none-line.
           05  filler                              pic x(40)
               value "(no merchandise sold in the period)".

       01 ws-store-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status       pic x(30).

       01 ws-sku-capacity-line.
           05  filler                              pic x(24)
               value "SKU table capacity:    ".
           05  ol-sku-capacity-status         pic x(30).

       procedure division.
           open output MARGIN-REPORT-FILE.

           perform 040-load-run-control.
           perform 045-load-fiscal-period.
           perform 050-load-store-master.

           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.
           perform 100-accumulate-summary.
           close SKU-MASTER-FILE.

           move ws-business-date           to ol-business-date.
           move ws-current-period          to ol-current-period.
           move ws-period-start-date       to ol-period-start-date.
           write report-line               from ws-headline.
           if ws-period-on-calendar = "N"
               write report-line           from ws-no-calendar-line
           end-if.
           write report-line               from ws-newline.
           write report-line               from ws-store-head.
           write report-line               from ws-span-line.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           perform 300-write-store-detail
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.
           write report-line               from ws-newline.
           move "ALL STORES"               to ol-name.
           move ws-chain-day-sales         to ws-work-day-sales.
           move ws-chain-day-cost          to ws-work-day-cost.
           move ws-chain-ptd-sales         to ws-work-ptd-sales.
           move ws-chain-ptd-cost          to ws-work-ptd-cost.
           perform 090-format-detail-line.
           write report-line               from ws-detail-line.

           write report-line               from ws-newline.
           write report-line               from ws-sku-head.
           write report-line               from ws-span-line.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           if ws-sku-count = 0
               write report-line           from ws-sku-none-line
           else
               perform 350-rank-skus-by-margin
               perform 400-write-sku-detail
                   varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-count
           end-if.
           if ws-unlisted-ptd-sales not = 0
                   or ws-unlisted-ptd-cost not = 0
               move "(NOT IN CATALOG)"     to ol-name
               move ws-unlisted-day-sales  to ws-work-day-sales
               move ws-unlisted-day-cost   to ws-work-day-cost
               move ws-unlisted-ptd-sales  to ws-work-ptd-sales
               move ws-unlisted-ptd-cost   to ws-work-ptd-cost
               perform 090-format-detail-line
               write report-line           from ws-detail-line
           end-if.

           write report-line               from ws-newline.
           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           write report-line           from ws-store-capacity-line.
           if ws-sku-table-full = "Y"
               move "FULL (1000 max)"  to ol-sku-capacity-status
           else
               move "OK"               to ol-sku-capacity-status
           end-if.
           write report-line           from ws-sku-capacity-line.

           close MARGIN-REPORT-FILE.
           goback.

       040-load-run-control.
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
               end-read
           end-if.
           close RUN-CONTROL-FILE.

      * the fiscal period off the calendar; failing that the
      * calendar month, numbered the way a period is
       045-load-fiscal-period.
           compute ws-current-period = ws-business-date / 100.
           compute ws-period-start-date =
               ws-current-period * 100 + 1.
           open input FISCAL-CALENDAR-FILE.
           if ws-fiscal-status = "00"
               move ws-business-date      to FC-CALENDAR-DATE
               read FISCAL-CALENDAR-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y"           to ws-period-on-calendar
                       compute ws-current-period =
                           FC-FISCAL-YEAR * 100 + FC-FISCAL-PERIOD
                       move FC-PERIOD-START-DATE
                                          to ws-period-start-date
               end-read
           end-if.
           close FISCAL-CALENDAR-FILE.

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

      * margin and margin percent of the line's figures, then the
      * detail line - a line that sold with nothing costed
      * against it is noted, its margin being the whole sale
       090-format-detail-line.
           move ws-work-day-sales          to ol-day-sales.
           move ws-work-day-cost           to ol-day-cost.
           compute ws-work-margin =
               ws-work-day-sales - ws-work-day-cost.
           move ws-work-margin             to ol-day-margin.
           move ws-work-day-sales          to ws-work-base-sales.
           perform 095-compute-margin-percent.
           move ws-work-percent            to ol-day-percent.
           move ws-work-ptd-sales          to ol-ptd-sales.
           move ws-work-ptd-cost           to ol-ptd-cost.
           compute ws-work-margin =
               ws-work-ptd-sales - ws-work-ptd-cost.
           move ws-work-margin             to ol-ptd-margin.
           move ws-work-ptd-sales          to ws-work-base-sales.
           perform 095-compute-margin-percent.
           move ws-work-percent            to ol-ptd-percent.
           if ws-work-ptd-sales not = 0 and ws-work-ptd-cost = 0
               move "NO COST"              to ol-note
           else
               move spaces                 to ol-note
           end-if.

      * margin as a percent of the sales it was made on - none
      * shown on no sales, nor on one too far out to print
       095-compute-margin-percent.
           move 0 to ws-work-percent.
           if ws-work-base-sales not = 0
               compute ws-work-percent rounded =
                   ws-work-margin * 100 / ws-work-base-sales
                   on size error move 0 to ws-work-percent
               end-compute
           end-if.

       100-accumulate-summary.
           open input DAILY-SUMMARY-FILE.
           if ws-summary-status = "00"
               move low-values             to DS-RECORD-KEY
               move ws-period-start-date   to DS-SUMMARY-DATE
               start DAILY-SUMMARY-FILE
                       key is not less than DS-RECORD-KEY
                   invalid key move "Y" to ws-eof
               end-start
               if ws-eof = "N"
                   read DAILY-SUMMARY-FILE next record
                       at end move "Y" to ws-eof
                   end-read
               end-if
               perform 110-accumulate-summary-row until ws-eof = "Y"
           end-if.
           close DAILY-SUMMARY-FILE.
           move "N" to ws-eof.

      * the period runs from its first day through the business
      * date; the business date's own rows are the day as well
       110-accumulate-summary-row.
           if DS-SUMMARY-DATE > ws-business-date
               move "Y"                    to ws-eof
           else
               perform 120-compute-net-row
               if ws-net-sales not = 0 or ws-net-cost not = 0
                   perform 130-check-row-sku
                   if ws-row-is-gc-sku = "N"
                       if DS-SUMMARY-DATE = ws-business-date
                           move "Y"        to ws-row-is-today
                       else
                           move "N"        to ws-row-is-today
                       end-if
                       perform 140-add-to-store
                       perform 150-add-to-sku
                   end-if
               end-if
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
               end-read
           end-if.

      * what a row does to merchandise sales and cost of goods
      * sold: sales and exchanges add, returns and voids subtract;
      * layaway payments and transfers move no goods out the door
       120-compute-net-row.
           move 0 to ws-net-sales ws-net-cost.
           evaluate DS-TRANSACTION-CODE
               when "S"
               when "X"
                   move DS-GROSS-AMOUNT    to ws-net-sales
                   move DS-COST-AMOUNT     to ws-net-cost
               when "R"
               when "V"
                   compute ws-net-sales = 0 - DS-GROSS-AMOUNT
                   compute ws-net-cost  = 0 - DS-COST-AMOUNT
           end-evaluate.

       130-check-row-sku.
           move "N" to ws-row-sku-found.
           move "N" to ws-row-is-gc-sku.
           if ws-sku-master-open = "Y"
               move DS-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-row-sku-found
                       if SKM-GIFT-CARD-SKU
                           move "Y" to ws-row-is-gc-sku
                       end-if
               end-read
           end-if.

       140-add-to-store.
           if ws-row-is-today = "Y"
               add ws-net-sales            to ws-chain-day-sales
               add ws-net-cost             to ws-chain-day-cost
           end-if.
           add ws-net-sales                to ws-chain-ptd-sales.
           add ws-net-cost                 to ws-chain-ptd-cost.
           search all ws-store-entry
               at end
                   continue
               when ws-store-number(ws-store-idx) = DS-STORE-NUMBER
                   if ws-row-is-today = "Y"
                       add ws-net-sales
                           to ws-store-day-sales(ws-store-idx)
                       add ws-net-cost
                           to ws-store-day-cost(ws-store-idx)
                   end-if
                   add ws-net-sales
                       to ws-store-ptd-sales(ws-store-idx)
                   add ws-net-cost
                       to ws-store-ptd-cost(ws-store-idx)
           end-search.

       150-add-to-sku.
           if ws-row-sku-found = "N"
               if ws-row-is-today = "Y"
                   add ws-net-sales        to ws-unlisted-day-sales
                   add ws-net-cost         to ws-unlisted-day-cost
               end-if
               add ws-net-sales            to ws-unlisted-ptd-sales
               add ws-net-cost             to ws-unlisted-ptd-cost
           else
               perform varying ws-sku-idx from 1 by 1
                       until ws-sku-idx > ws-sku-count
                       or ws-sku-code(ws-sku-idx) = DS-SKU-CODE
                   continue
               end-perform
               if ws-sku-idx > ws-sku-count and ws-sku-count >= 1000
                   move "Y" to ws-sku-table-full
               else
                   if ws-sku-idx > ws-sku-count
                       add 1 to ws-sku-count
                       set ws-sku-idx to ws-sku-count
                       move DS-SKU-CODE
                               to ws-sku-code(ws-sku-count)
                       move SKM-ITEM-DESCRIPTION
                               to ws-sku-description(ws-sku-count)
                   end-if
                   if ws-row-is-today = "Y"
                       add ws-net-sales
                           to ws-sku-day-sales(ws-sku-idx)
                       add ws-net-cost
                           to ws-sku-day-cost(ws-sku-idx)
                   end-if
                   add ws-net-sales    to ws-sku-ptd-sales(ws-sku-idx)
                   add ws-net-cost     to ws-sku-ptd-cost(ws-sku-idx)
               end-if
           end-if.

       300-write-store-detail.
           move ws-store-name(ws-store-idx)    to ol-name.
           move ws-store-day-sales(ws-store-idx)
                                               to ws-work-day-sales.
           move ws-store-day-cost(ws-store-idx)
                                               to ws-work-day-cost.
           move ws-store-ptd-sales(ws-store-idx)
                                               to ws-work-ptd-sales.
           move ws-store-ptd-cost(ws-store-idx)
                                               to ws-work-ptd-cost.
           perform 090-format-detail-line.
           write report-line               from ws-detail-line.

      * best period margin dollars first, the same exchange sort
      * SALFLASH ranks its stores with
       350-rank-skus-by-margin.
           perform varying ws-sku-idx from 1 by 1
                   until ws-sku-idx > ws-sku-count
               compute ws-sku-ptd-margin(ws-sku-idx) =
                   ws-sku-ptd-sales(ws-sku-idx)
                       - ws-sku-ptd-cost(ws-sku-idx)
           end-perform.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-sku-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-sku-count
                   if ws-sku-ptd-margin(ws-sort-j)
                           < ws-sku-ptd-margin(ws-sort-j + 1)
                       move ws-sku-entry(ws-sort-j)
                                            to ws-sku-swap-entry
                       move ws-sku-entry(ws-sort-j + 1)
                                          to ws-sku-entry(ws-sort-j)
                       move ws-sku-swap-entry
                                      to ws-sku-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

       400-write-sku-detail.
           move ws-sku-code(ws-sku-idx)        to ol-name.
           move ws-sku-day-sales(ws-sku-idx)   to ws-work-day-sales.
           move ws-sku-day-cost(ws-sku-idx)    to ws-work-day-cost.
           move ws-sku-ptd-sales(ws-sku-idx)   to ws-work-ptd-sales.
           move ws-sku-ptd-cost(ws-sku-idx)    to ws-work-ptd-cost.
           perform 090-format-detail-line.
           write report-line               from ws-detail-line.
           move ws-sku-description(ws-sku-idx)
                                           to ol-sku-description.
           write report-line               from ws-sku-desc-line.

       end program MrgnRpt.
