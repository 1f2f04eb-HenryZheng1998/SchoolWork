       identification division.
       program-id. CompStore.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Comparable-store sales for the fiscal period just
      *          closed. Sets each store's net sales for the target
      *          4-5-4 fiscal period beside the same period of the
      *          fiscal year before, off the daily summary of the
      *          transaction history, and totals the change over
      *          the stores open through both periods only - a store
      *          opened since, or closed, would otherwise pass for
      *          growth or decline that is really just a store
      *          count. Every store still prints, with the reason it
      *          is left out of the comparable totals.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure daily store/SKU summary of the transaction
      * history - positioned on the first day of the earlier
      * period and read forward through the target period's last
           select optional DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure store master - names, status and open dates
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure fiscal calendar - read front to back into the
      * period table the two periods are found on
           select optional FISCAL-CALENDAR-FILE
               assign to "../../../datafiles/data/fiscal-calendar.dat"
               organization is indexed
               access mode is sequential
               record key is FC-CALENDAR-DATE
               file status is ws-fiscal-status.
      * configure target-period parameter file - optional, one
      * fiscal year and period (CCYYPP) overriding the default of
      * the last period to have closed; shared with MONTHEND
           select optional FISCAL-PARAMS-FILE
               assign to "../../../datafiles/data/fiscal-params.dat"
               organization is line sequential
               file status is ws-fiscal-params-status.
      * configure comparable-store report output
           select COMP-REPORT-FILE
               assign to "../../../data2/comp-store.out"
               organization is line sequential.

       data division.
       file section.
       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd FISCAL-CALENDAR-FILE.
           COPY FISCAL.

       fd FISCAL-PARAMS-FILE
           data record is fiscal-params-line
           record contains 6 characters.

       01 fiscal-params-line                pic 9(6).

       fd COMP-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-fiscal-status                pic xx
           value spaces.
       77  ws-fiscal-params-status         pic xx
           value spaces.
       77  ws-fiscal-eof                   pic x
           value "N".

       01  ws-current-date-fields.
           05 ws-cd-year                   pic 9(4).
           05 ws-cd-month                  pic 9(2).
           05 ws-cd-day                    pic 9(2).
           05 filler                       pic x(13).
       77  ws-today                        pic 9(8)
           value 0.

      * the target period and the same period a fiscal year
      * earlier, as CCYYPP keys and the dates they run between
       77  ws-ty-period                    pic 9(6)
           value 0.
       77  ws-ty-start-date                pic 9(8)
           value 0.
       77  ws-ty-end-date                  pic 9(8)
           value 0.
       77  ws-ty-found                     pic x
           value "N".
       77  ws-ly-period                    pic 9(6)
           value 0.
       77  ws-ly-start-date                pic 9(8)
           value 0.
       77  ws-ly-end-date                  pic 9(8)
           value 0.
       77  ws-ly-found                     pic x
           value "N".

      * Fiscal period table, one entry per period on the calendar,
      * built the way MONTHEND builds its own
       77  ws-period-table-full            pic x
           value "N".
       01 ws-period-count                  pic 999
           value 0.
       01 ws-period-table.
           05  ws-period-entry OCCURS 1 TO 240 TIMES
                   DEPENDING ON ws-period-count
                   INDEXED BY ws-period-idx.
               10  ws-period-key            pic 9(6).
               10  ws-period-start-date     pic 9(8).
               10  ws-period-end-date       pic 9(8).

      * signed net-sales scratch for the record in hand - sales,
      * layaway payments and exchange effects add, returns
      * subtract, voids back their cancelled sale out
       77  ws-net-amount                   pic s9(9)V99
           value 0.

      * Store table, loaded from STORE-MASTER-FILE the way the
      * other store reports load theirs - closed stores stay on,
      * their last-year sales are part of the picture.
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
               10  ws-store-open-date       pic 9(8).
               10  ws-store-status          pic x.
               10  ws-store-ty-amount       pic s9(9)V99 value 0.
               10  ws-store-ly-amount       pic s9(9)V99 value 0.
               10  ws-store-comp            pic x value "N".
               10  ws-store-reason          pic x(12).

      * comparable and all-store totals, this year and last
       77  ws-comp-store-count             pic 999
           value 0.
       77  ws-comp-ty-total                pic s9(11)V99
           value 0.
       77  ws-comp-ly-total                pic s9(11)V99
           value 0.
       77  ws-all-ty-total                 pic s9(11)V99
           value 0.
       77  ws-all-ly-total                 pic s9(11)V99
           value 0.
       77  ws-change-amount                pic s9(11)V99
           value 0.
       77  ws-change-pct                   pic s9(5)V9
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(36)
               value "Comparable-Store Sales   Period: ".
           05  ol-ty-period                        pic 9(6).
           05  filler                              pic x(14)
               value "   vs Period: ".
           05  ol-ly-period                        pic 9(6).

       01 ws-range-line.
           05  filler                              pic x(16)
               value "This year  from ".
           05  ol-ty-start-date                    pic 9(8).
           05  filler                              pic x(4)
               value " to ".
           05  ol-ty-end-date                      pic 9(8).
           05  filler                              pic x(18)
               value "   Last year from ".
           05  ol-ly-start-date                    pic 9(8).
           05  filler                              pic x(4)
               value " to ".
           05  ol-ly-end-date                      pic 9(8).

       01 ws-column-line.
           05  filler                              pic x(4)
               value "ST".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(10)
               value "OPENED".
           05  filler                              pic x(16)
               value "THIS YEAR".
           05  filler                              pic x(16)
               value "LAST YEAR".
           05  filler                              pic x(17)
               value "CHANGE".
           05  filler                              pic x(9)
               value "CHANGE %".
           05  filler                              pic x(12)
               value "COMP".

       01 ws-detail-line.
           05  ol-store-number                     pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-store-name                       pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-open-date                        pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-ty-amount                pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-ly-amount                pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-change-amount            pic $$$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-change-pct                       pic ---9.9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-comp-status                      pic x(12).

       01 ws-total-line.
           05  ol-total-label                      pic x(34).
           05  filler                              pic x(2)
               value spaces.
           05  ol-total-ty-amount          pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-total-ly-amount          pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-total-change-amount      pic $$$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-total-change-pct                 pic ---9.9.

       01 ws-comp-count-line.
           05  filler                              pic x(24)
               value "Comparable stores:     ".
           05  ol-comp-store-count                 pic zz9.
           05  filler                              pic x(4)
               value " of ".
           05  ol-store-count                      pic zz9.

       01 ws-no-period-line.
           05  filler                              pic x(44)
               value "** TARGET PERIOD NOT ON THE FISCAL CALENDAR ".
           05  filler                              pic x(24)
               value "- NOTHING COMPARED **".

       01 ws-no-ly-period-line.
           05  filler                              pic x(44)
               value "** LAST YEAR'S PERIOD NOT ON THE CALENDAR - ".
           05  filler                              pic x(30)
               value "NO STORE IS COMPARABLE **".

       01 ws-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status            pic x(16).
           05  filler                              pic x(24)
               value "Calendar capacity:     ".
           05  ol-calendar-capacity-status         pic x(16).

       procedure division.
           open output COMP-REPORT-FILE.

           move FUNCTION CURRENT-DATE      to ws-current-date-fields.
           compute ws-today =
               ws-cd-year * 10000 + ws-cd-month * 100 + ws-cd-day.
           perform 030-load-fiscal-calendar.
           perform 035-load-fiscal-params.
           perform 040-find-periods.

           move ws-ty-period               to ol-ty-period.
           move ws-ly-period               to ol-ly-period.
           write report-line               from ws-headline.
           if ws-ty-found = "N"
               write report-line           from ws-newline
               write report-line           from ws-no-period-line
               close COMP-REPORT-FILE
               move 8 to RETURN-CODE
               goback
           end-if.
           move ws-ty-start-date           to ol-ty-start-date.
           move ws-ty-end-date             to ol-ty-end-date.
           move ws-ly-start-date           to ol-ly-start-date.
           move ws-ly-end-date             to ol-ly-end-date.
           write report-line               from ws-range-line.
           write report-line               from ws-newline.

           perform 050-load-store-master.
           perform 100-accumulate-summary.
           perform 150-classify-stores.

           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           perform 200-write-store-detail
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.
           write report-line               from ws-newline.
           perform 250-write-totals.

           write report-line               from ws-newline.
           if ws-ly-found = "N"
               write report-line           from ws-no-ly-period-line
               move 4 to RETURN-CODE
           end-if.
           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           if ws-period-table-full = "Y"
               move "FULL (240 max)"   to ol-calendar-capacity-status
           else
               move "OK"               to ol-calendar-capacity-status
           end-if.
           write report-line           from ws-capacity-line.

           close COMP-REPORT-FILE.
           goback.

      * one table entry per fiscal period - a new entry each time
      * the period start date changes along the calendar
       030-load-fiscal-calendar.
           open input FISCAL-CALENDAR-FILE.
           if ws-fiscal-status = "00" then
               read FISCAL-CALENDAR-FILE next record
                   at end move "Y" to ws-fiscal-eof
               end-read
               perform until ws-fiscal-eof = "Y"
                   if ws-period-count = 0
                       perform 032-add-period-entry
                   else
                       if FC-PERIOD-START-DATE
                               not = ws-period-start-date
                                         (ws-period-count)
                           perform 032-add-period-entry
                       end-if
                   end-if
                   read FISCAL-CALENDAR-FILE next record
                       at end move "Y" to ws-fiscal-eof
                   end-read
               end-perform
           end-if.
           close FISCAL-CALENDAR-FILE.

       032-add-period-entry.
           if ws-period-count < 240
               add 1 to ws-period-count
               compute ws-period-key(ws-period-count) =
                   FC-FISCAL-YEAR * 100 + FC-FISCAL-PERIOD
               move FC-PERIOD-START-DATE
                       to ws-period-start-date(ws-period-count)
               move FC-PERIOD-END-DATE
                       to ws-period-end-date(ws-period-count)
           else
               move "Y" to ws-period-table-full
           end-if.

      * the target defaults to the last period to close before
      * today; the params file names another
       035-load-fiscal-params.
           perform varying ws-period-idx from 1 by 1
                   until ws-period-idx > ws-period-count
               if ws-period-end-date(ws-period-idx) < ws-today
                   move ws-period-key(ws-period-idx)
                                       to ws-ty-period
               end-if
           end-perform.
           open input FISCAL-PARAMS-FILE.
           if ws-fiscal-params-status = "00" then
               read FISCAL-PARAMS-FILE
                   at end continue
                   not at end
                       move fiscal-params-line to ws-ty-period
               end-read
           end-if.
           close FISCAL-PARAMS-FILE.

      * last year's period is the same period number one fiscal
      * year back - a 53-week year's extra week sits in period 12
      * of that year only, so the two period 12s differ by a week
       040-find-periods.
           if ws-ty-period > 100
               compute ws-ly-period = ws-ty-period - 100
           end-if.
           perform varying ws-period-idx from 1 by 1
                   until ws-period-idx > ws-period-count
               if ws-period-key(ws-period-idx) = ws-ty-period
                   move "Y"            to ws-ty-found
                   move ws-period-start-date(ws-period-idx)
                                       to ws-ty-start-date
                   move ws-period-end-date(ws-period-idx)
                                       to ws-ty-end-date
               end-if
               if ws-period-key(ws-period-idx) = ws-ly-period
                   move "Y"            to ws-ly-found
                   move ws-period-start-date(ws-period-idx)
                                       to ws-ly-start-date
                   move ws-period-end-date(ws-period-idx)
                                       to ws-ly-end-date
               end-if
           end-perform.

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
                       move SM-OPEN-DATE
                                to ws-store-open-date(ws-store-count)
                       move SM-STORE-STATUS
                                to ws-store-status(ws-store-count)
                       move 0   to ws-store-ty-amount(ws-store-count)
                       move 0   to ws-store-ly-amount(ws-store-count)
                   else
                       move "Y" to ws-store-table-full
                   end-if
                   read STORE-MASTER-FILE next record
                       at end move "Y" to ws-store-master-eof
                   end-read
               end-perform
           end-if.
           close STORE-MASTER-FILE.

      * what a record does to net sales: sales, layaway payments
      * and exchange effects add, returns subtract, and a void
      * backs its cancelled same-day sale out; a transfer moves
      * stock, not sales
       090-compute-net-amount.
           move 0 to ws-net-amount.
           evaluate DS-TRANSACTION-CODE
               when "S"
               when "L"
               when "X"
                   move DS-GROSS-AMOUNT to ws-net-amount
               when "R"
               when "V"
                   compute ws-net-amount = 0 - DS-GROSS-AMOUNT
           end-evaluate.

      * the summary is in date order - start at last year's first
      * day (this year's when last year is not on the calendar)
      * and stop past this year's last
       100-accumulate-summary.
           open input DAILY-SUMMARY-FILE.
           if ws-summary-status = "00"
               move low-values             to DS-RECORD-KEY
               if ws-ly-found = "Y"
                   move ws-ly-start-date   to DS-SUMMARY-DATE
               else
                   move ws-ty-start-date   to DS-SUMMARY-DATE
               end-if
               start DAILY-SUMMARY-FILE
                       key is not less than DS-RECORD-KEY
                   invalid key move "Y" to ws-eof
               end-start
               if ws-eof = "N"
                   read DAILY-SUMMARY-FILE next record
                       at end move "Y" to ws-eof
                   end-read
               end-if
               perform 110-accumulate-record until ws-eof = "Y"
           end-if.
           close DAILY-SUMMARY-FILE.
           move "N" to ws-eof.

       110-accumulate-record.
           if DS-SUMMARY-DATE > ws-ty-end-date
               move "Y"                    to ws-eof
           end-if.
           if DS-SUMMARY-DATE not < ws-ty-start-date
                   and DS-SUMMARY-DATE not > ws-ty-end-date
               perform 090-compute-net-amount
               search all ws-store-entry
                   at end
                       continue
                   when ws-store-number(ws-store-idx)
                           = DS-STORE-NUMBER
                       add ws-net-amount
                           to ws-store-ty-amount(ws-store-idx)
               end-search
           end-if.
           if ws-ly-found = "Y"
                   and DS-SUMMARY-DATE not < ws-ly-start-date
                   and DS-SUMMARY-DATE not > ws-ly-end-date
               perform 090-compute-net-amount
               search all ws-store-entry
                   at end
                       continue
                   when ws-store-number(ws-store-idx)
                           = DS-STORE-NUMBER
                       add ws-net-amount
                           to ws-store-ly-amount(ws-store-idx)
               end-search
           end-if.
           if ws-eof = "N"
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
               end-read
           end-if.

      * comparable: open now, and open on or before the first day
      * of last year's period, so the store traded the whole of
      * both periods
       150-classify-stores.
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
               move "N"                to ws-store-comp(ws-store-idx)
               evaluate true
                   when ws-store-status(ws-store-idx) not = "A"
                       move "CLOSED"   to ws-store-reason(ws-store-idx)
                   when ws-store-open-date(ws-store-idx) = 0
                       move "NO OPEN DATE"
                                       to ws-store-reason(ws-store-idx)
                   when ws-ly-found = "N"
                       move "NO LY PERIOD"
                                       to ws-store-reason(ws-store-idx)
                   when ws-store-open-date(ws-store-idx)
                           > ws-ly-start-date
                       move "NEW STORE"
                                       to ws-store-reason(ws-store-idx)
                   when other
                       move "Y"        to ws-store-comp(ws-store-idx)
                       move "COMP"     to ws-store-reason(ws-store-idx)
                       add 1           to ws-comp-store-count
                       add ws-store-ty-amount(ws-store-idx)
                                       to ws-comp-ty-total
                       add ws-store-ly-amount(ws-store-idx)
                                       to ws-comp-ly-total
               end-evaluate
               add ws-store-ty-amount(ws-store-idx)
                                       to ws-all-ty-total
               add ws-store-ly-amount(ws-store-idx)
                                       to ws-all-ly-total
           end-perform.

       200-write-store-detail.
           move ws-store-number(ws-store-idx)  to ol-store-number.
           move ws-store-name(ws-store-idx)    to ol-store-name.
           move ws-store-open-date(ws-store-idx)
                                               to ol-open-date.
           move ws-store-ty-amount(ws-store-idx)
                                               to ol-ty-amount.
           move ws-store-ly-amount(ws-store-idx)
                                               to ol-ly-amount.
           compute ws-change-amount =
               ws-store-ty-amount(ws-store-idx)
                   - ws-store-ly-amount(ws-store-idx).
           move ws-change-amount               to ol-change-amount.
           if ws-store-ly-amount(ws-store-idx) = 0
               move 0                          to ol-change-pct
           else
               compute ws-change-pct rounded =
                   ws-change-amount * 100
                       / ws-store-ly-amount(ws-store-idx)
                   on size error
                       move 0                  to ws-change-pct
               end-compute
               move ws-change-pct              to ol-change-pct
           end-if.
           move ws-store-reason(ws-store-idx)  to ol-comp-status.
           write report-line               from ws-detail-line.

       250-write-totals.
           move "Comparable stores total"      to ol-total-label.
           move ws-comp-ty-total               to ol-total-ty-amount.
           move ws-comp-ly-total               to ol-total-ly-amount.
           compute ws-change-amount =
               ws-comp-ty-total - ws-comp-ly-total.
           move ws-change-amount           to ol-total-change-amount.
           if ws-comp-ly-total = 0
               move 0                          to ol-total-change-pct
           else
               compute ws-change-pct rounded =
                   ws-change-amount * 100 / ws-comp-ly-total
                   on size error
                       move 0                  to ws-change-pct
               end-compute
               move ws-change-pct              to ol-total-change-pct
           end-if.
           write report-line               from ws-total-line.

           move "All stores total"             to ol-total-label.
           move ws-all-ty-total                to ol-total-ty-amount.
           move ws-all-ly-total                to ol-total-ly-amount.
           compute ws-change-amount =
               ws-all-ty-total - ws-all-ly-total.
           move ws-change-amount           to ol-total-change-amount.
           if ws-all-ly-total = 0
               move 0                          to ol-total-change-pct
           else
               compute ws-change-pct rounded =
                   ws-change-amount * 100 / ws-all-ly-total
                   on size error
                       move 0                  to ws-change-pct
               end-compute
               move ws-change-pct              to ol-total-change-pct
           end-if.
           write report-line               from ws-total-line.

           move ws-comp-store-count        to ol-comp-store-count.
           move ws-store-count             to ol-store-count.
           write report-line               from ws-comp-count-line.

       end program CompStore.
