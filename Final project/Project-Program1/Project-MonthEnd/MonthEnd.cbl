       program-id. MonthEnd.
       author. Henry Zheng.
       date-written. 2026-08-21.
      * Purpose: Month-end reporting from the daily store/SKU
      *          summary HISTPOST keeps beside the permanent
      *          transaction history. Produces the target fiscal
      *          period's totals by store and by transaction code,
      *          plus a period-over-period comparison across
      *          everything in the history - deeper than the
      *          single-day trend table Program2 builds in memory,
      *          and still there the day a daily report page is
      *          lost. Periods are the 4-5-4 periods on the fiscal
      *          calendar finance closes on; with no calendar on
      *          file the report falls back to calendar months.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure daily store/SKU summary of the transaction
      * history, read front to back and selected on summary date -
      * one row per day, store, SKU and code instead of every
      * history record ever posted
           select optional DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is sequential
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure store master - shared with the daily stream so the
      * report can show store names
           select STORE-MASTER-FILE
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure fiscal calendar - read front to back into the
      * period table every history date is mapped through
           select optional FISCAL-CALENDAR-FILE
               assign to "../../../datafiles/data/fiscal-calendar.dat"
               organization is indexed
               access mode is sequential
               record key is FC-CALENDAR-DATE
               file status is ws-fiscal-status.
      * configure target-period parameter file - optional, one
      * fiscal year and period (CCYYPP) overriding the default of
      * the last period to have closed
           select optional FISCAL-PARAMS-FILE
               assign to "../../../datafiles/data/fiscal-params.dat"
               organization is line sequential
               file status is ws-fiscal-params-status.
      * configure target-month parameter file - optional, one
      * yearmonth overriding the default of the current month; the
      * target when no fiscal calendar is on file
           select optional MONTHEND-PARAMS-FILE
               assign to "../../../datafiles/data/monthend-params.dat"
               organization is line sequential

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

       fd MONTHEND-PARAMS-FILE
           data record is monthend-params-line
           record contains 6 characters.
      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
           value "N".
       77  ws-params-status                pic xx
           value spaces.
       77  ws-fiscal-status                pic xx
           value spaces.
       77  ws-fiscal-params-status         pic xx
           value spaces.
       77  ws-fiscal-eof                   pic x
           value "N".

      * target reporting period - a fiscal period (CCYYPP) when the
      * calendar is on file, defaulted to the last period to close
      * before today and overridable through the fiscal params
      * file; otherwise a calendar month (CCYYMM) off the month-end
      * params, as before the calendar was cut
       77  ws-target-period                pic 9(6)
           value 0.
       77  ws-record-period                pic 9(6)
           value 0.
       77  ws-fiscal-basis                 pic x
           value "N".
       01  ws-current-date-fields.
           05 ws-cd-year                   pic 9(4).
           05 ws-cd-month                  pic 9(2).
           05 ws-cd-day                    pic 9(2).
           05 filler                       pic x(13).
       77  ws-today                        pic 9(8)
           value 0.

      * Fiscal period table, one entry per period on the calendar,
      * built in date order off the calendar file so a history
      * date maps to its period by range; the entry found last is
      * tried first, history arriving mostly in date runs
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
       77  ws-period-hit                   pic 999
           value 0.
      * history dated outside every period on the calendar
       77  ws-off-calendar-count           pic 9(6)
           value 0.
       77  ws-off-calendar-tamount         pic 9(8)V99
           value 0.

      * target-month totals by transaction code
       77  ws-sale-count                   pic 9(6)
               10  ws-store-sl-tamount      pic s9(8)V99 value 0.
               10  ws-store-r-tamount       pic 9(8)V99 value 0.

      * Period-over-period table across the whole history - built
      * in arrival order the way Program2 builds its trend table,
      * then sorted by period before reporting so each period can
      * be compared against the one before it.
       77  ws-month-table-full             pic x
           value "N".
       01 ws-month-count                   pic 999
           05  ws-month-entry OCCURS 1 TO 120 TIMES
                   DEPENDING ON ws-month-count
                   INDEXED BY ws-month-idx.
               10  ws-month-period       pic 9(6).
               10  ws-month-tx-count        pic 9(6) value 0.
               10  ws-month-tamount         pic s9(8)V99 value 0.

       77  ws-sort-j                       pic 999
           value 0.
       01 ws-swap-entry.
           05  ws-swap-period            pic 9(6).
           05  ws-swap-tx-count             pic 9(6).
           05  ws-swap-tamount              pic 9(8)V99.
       77  ws-prior-tamount                pic 9(8)V99
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(28)
               value "Month-End Report   Period: ".
           05  ol-target-period                    pic 9(6).
           05  filler                              pic x(3)
               value spaces.
           05  ol-period-basis                     pic x(40).

       01 ws-period-range-line.
           05  filler                              pic x(19)
               value "Period runs from  ".
           05  ol-period-start-date                pic 9(8).
           05  filler                              pic x(6)
               value "  to  ".
           05  ol-period-end-date                  pic 9(8).

       01 ws-off-calendar-line.
           05  filler                              pic x(30)
               value "History dated off the calendar".
           05  filler                              pic x(4)
               value spaces.
           05  ol-off-calendar-count               pic zzzzz9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-off-calendar-amount              pic $$,$$$,$$9.99.

       01 ws-code-head.
           05  filler                              pic x(33)
               value "Period Totals by Transaction Code".

       01 ws-code-column.
           05  filler                              pic x(10)

       01 ws-store-head.
           05  filler                              pic x(25)
               value "Period Totals by Store".

       01 ws-store-column.
           05  filler                              pic x(22)
           05  ol-store-r-total                    pic $$,$$$,$$9.99.

       01 ws-mom-head.
           05  filler                              pic x(29)
               value "Period-over-Period Comparison".

       01 ws-mom-column.
           05  filler                              pic x(10)
               value "Period".
           05  filler                              pic x(12)
               value "Count".
           05  filler                              pic x(16)
               value "Change".

       01 ws-mom-detail-line.
           05  ol-mom-period                    pic 9(6).
           05  filler                              pic x(4)
               value spaces.
           05  ol-mom-count                        pic zzzzz9.

       01 ws-month-capacity-line.
           05  filler                              pic x(24)
               value "Period table capacity: ".
           05  ol-month-capacity-status       pic x(30).

       01 ws-calendar-capacity-line.
           05  filler                              pic x(24)
               value "Calendar capacity:     ".
           05  ol-calendar-capacity-status    pic x(30).

       01 ws-store-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           open output MONTHEND-REPORT-FILE.

           move FUNCTION CURRENT-DATE      to ws-current-date-fields.
           compute ws-target-period =
               ws-cd-year * 100 + ws-cd-month.
           compute ws-today =
               ws-cd-year * 10000 + ws-cd-month * 100 + ws-cd-day.
           perform 030-load-fiscal-calendar.
           if ws-fiscal-basis = "Y"
               perform 035-load-fiscal-params
           else
               perform 040-load-monthend-params
           end-if.
           perform 050-load-store-master.

           move ws-target-period           to ol-target-period.
           if ws-fiscal-basis = "Y"
               move "(4-5-4 fiscal period)" to ol-period-basis
           else
               move "(calendar month - no fiscal calendar)"
                                           to ol-period-basis
           end-if.
           write report-line               from ws-headline.
           if ws-fiscal-basis = "Y"
               perform varying ws-period-idx from 1 by 1
                       until ws-period-idx > ws-period-count
                   if ws-period-key(ws-period-idx) = ws-target-period
                       move ws-period-start-date(ws-period-idx)
                                           to ol-period-start-date
                       move ws-period-end-date(ws-period-idx)
                                           to ol-period-end-date
                       write report-line   from ws-period-range-line
                   end-if
               end-perform
           end-if.
           write report-line               from ws-newline.

           open input DAILY-SUMMARY-FILE.
           if ws-summary-status = "00"
               read DAILY-SUMMARY-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 100-accumulate-summary until ws-eof = "Y"
           end-if.
           close DAILY-SUMMARY-FILE.

           perform 200-write-code-totals.
           perform 210-write-store-totals.
           perform 220-sort-month-table.
           perform 230-write-mom-comparison.
           if ws-fiscal-basis = "Y"
               move ws-off-calendar-count   to ol-off-calendar-count
               move ws-off-calendar-tamount to ol-off-calendar-amount
               write report-line        from ws-off-calendar-line
               write report-line        from ws-newline
           end-if.

           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
               move "OK"               to ol-month-capacity-status
           end-if.
           write report-line           from ws-month-capacity-line.
           if ws-fiscal-basis = "Y"
               if ws-period-table-full = "Y"
                   move "FULL (240 max)" to ol-calendar-capacity-status
               else
                   move "OK"           to ol-calendar-capacity-status
               end-if
               write report-line       from ws-calendar-capacity-line
           end-if.

           close MONTHEND-REPORT-FILE.
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
           if ws-period-count > 0
               move "Y" to ws-fiscal-basis
           end-if.

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
           move 0 to ws-target-period.
           perform varying ws-period-idx from 1 by 1
                   until ws-period-idx > ws-period-count
               if ws-period-end-date(ws-period-idx) < ws-today
                   move ws-period-key(ws-period-idx)
                                       to ws-target-period
               end-if
           end-perform.
           open input FISCAL-PARAMS-FILE.
           if ws-fiscal-params-status = "00" then
               read FISCAL-PARAMS-FILE
                   at end continue
                   not at end
                       move fiscal-params-line to ws-target-period
               end-read
           end-if.
           close FISCAL-PARAMS-FILE.

       040-load-monthend-params.
           open input MONTHEND-PARAMS-FILE.
           if ws-params-status = "00" then
               read MONTHEND-PARAMS-FILE
                   at end continue
                   not at end
                       move monthend-params-line to ws-target-period
               end-read
           end-if.
           close MONTHEND-PARAMS-FILE.
       060-add-month-amount.
           perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > ws-month-count
                   or ws-month-period(ws-month-idx)
                           = ws-record-period
               continue
           end-perform.
           if ws-month-idx > ws-month-count
           else
               if ws-month-idx > ws-month-count
                   add 1 to ws-month-count
                   move ws-record-period
                           to ws-month-period(ws-month-count)
               end-if
      * a void and the same-day sale it cancelled are both in the
      * history - the pair nets to nothing in the period figures
               if DS-TRANSACTION-CODE = "V"
                   subtract DS-RECORD-COUNT
                           from ws-month-tx-count(ws-month-idx)
                   subtract DS-GROSS-AMOUNT
                           from ws-month-tamount(ws-month-idx)
               else
                   add DS-RECORD-COUNT
                           to ws-month-tx-count(ws-month-idx)
                   add DS-GROSS-AMOUNT
                           to ws-month-tamount(ws-month-idx)
               end-if
           end-if.

      * the period a history date falls in - zero when the date is
      * on no period the calendar holds
       080-find-record-period.
           move 0 to ws-record-period.
           if ws-period-hit > 0
               if DS-SUMMARY-DATE
                       not < ws-period-start-date(ws-period-hit)
                   and DS-SUMMARY-DATE
                       not > ws-period-end-date(ws-period-hit)
                   move ws-period-key(ws-period-hit)
                                       to ws-record-period
               end-if
           end-if.
           if ws-record-period = 0
               perform varying ws-period-idx from 1 by 1
                       until ws-period-idx > ws-period-count
                       or ws-record-period > 0
                   if DS-SUMMARY-DATE
                           not < ws-period-start-date(ws-period-idx)
                       and DS-SUMMARY-DATE
                           not > ws-period-end-date(ws-period-idx)
                       move ws-period-key(ws-period-idx)
                                       to ws-record-period
                       set ws-period-hit to ws-period-idx
                   end-if
               end-perform
           end-if.

       070-add-target-month-totals.
           evaluate DS-TRANSACTION-CODE
               when "S"
                   add DS-RECORD-COUNT to ws-sale-count
                   add DS-GROSS-AMOUNT to ws-sale-tamount
               when "L"
                   add DS-RECORD-COUNT to ws-layaway-count
                   add DS-GROSS-AMOUNT to ws-layaway-tamount
               when "R"
                   add DS-RECORD-COUNT to ws-return-count
                   add DS-GROSS-AMOUNT to ws-return-tamount
               when "X"
                   add DS-RECORD-COUNT to ws-exchange-count
                   add DS-GROSS-AMOUNT to ws-exchange-tamount
               when "V"
                   add DS-RECORD-COUNT to ws-void-count
                   add DS-GROSS-AMOUNT to ws-void-tamount
               when other
                   add DS-RECORD-COUNT to ws-other-count
                   add DS-GROSS-AMOUNT to ws-other-tamount
           end-evaluate.

           search all ws-store-entry
               at end
                   continue
               when ws-store-number(ws-store-idx) = DS-STORE-NUMBER
                   evaluate DS-TRANSACTION-CODE
                       when "R"
                           add DS-GROSS-AMOUNT
                               to ws-store-r-tamount(ws-store-idx)
      * a void nets the cancelled same-day sale back out of the
      * store's figure instead of standing as more volume
                       when "V"
                           subtract DS-GROSS-AMOUNT
                               from ws-store-sl-tamount(ws-store-idx)
                       when other
                           add DS-GROSS-AMOUNT
                               to ws-store-sl-tamount(ws-store-idx)
                   end-evaluate
           end-search.

      * an inter-store transfer is in the history so the book can
      * be proven from it, but it is stock movement, not sales
      * activity - it stays out of every period figure. Each
      * summary row stands for the history records it counts.
       100-accumulate-summary.
           if DS-TRANSACTION-CODE not = "O"
                   and DS-TRANSACTION-CODE not = "I"
               if ws-fiscal-basis = "Y"
                   perform 080-find-record-period
               else
                   compute ws-record-period =
                       DS-SUMMARY-DATE / 100
               end-if
               if ws-record-period = 0
                   add DS-RECORD-COUNT to ws-off-calendar-count
                   add DS-GROSS-AMOUNT
                           to ws-off-calendar-tamount
               else
                   perform 060-add-month-amount
                   if ws-record-period = ws-target-period
                       perform 070-add-target-month-totals
                   end-if
               end-if
           end-if.
           read DAILY-SUMMARY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

           end-perform.
           write report-line               from ws-newline.

      * the period table is built in arrival order and sorted by
      * period here before the comparison walks it
       220-sort-month-table.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-month-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-month-count
                   if ws-month-period(ws-sort-j)
                           > ws-month-period(ws-sort-j + 1)
                       move ws-month-entry(ws-sort-j)
                                            to ws-swap-entry
                       move ws-month-entry(ws-sort-j + 1)
           move "N" to ws-have-prior.
           perform varying ws-month-idx from 1 by 1
                   until ws-month-idx > ws-month-count
               move ws-month-period(ws-month-idx)
                                       to ol-mom-period
               move ws-month-tx-count(ws-month-idx)
                                       to ol-mom-count
               move ws-month-tamount(ws-month-idx)
