      * Purpose: Daily sales flash against plan, so nobody rekeys
      *          SL.out into a spreadsheet next to the budget.
      *          Prints, per store: today's net sales from the
      *          day's validated transactions, fiscal period-to-date
      *          actual from the daily summary of the history, the
      *          period's plan from the sales plan master, and the
      *          variance - then a ranked worst-to-plan section so
      *          district managers see the problem stores first.
      *          The period is the 4-5-4 fiscal period the business
      *          date falls in on the fiscal calendar; a date not yet
      *          cut on the calendar falls back to its calendar month.

       environment division.
       configuration section.
               assign to "../../../datafiles/data/valid.out"
               organization is line sequential
               file status is ws-input-status.
      * configure daily store/SKU summary of the transaction
      * history - the period-to-date actual side of the variance,
      * positioned on the period's first day
           select optional DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure sales plan master - planned dollars by store and
      * fiscal period, maintained through MSTMAINT's 'PL'
      * transactions
           select optional SALES-PLAN-FILE
               assign to "../../../datafiles/data/sales-plan.dat"
               organization is indexed
               access mode is random
               record key is SP-RECORD-KEY
               file status is ws-sales-plan-status.
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
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd SALES-PLAN-FILE.
           COPY PLANMSTR.

       fd FISCAL-CALENDAR-FILE.
           COPY FISCAL.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

           value "N".
       77  ws-input-status                 pic xx
           value spaces.
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-sales-plan-status            pic xx
           value spaces.
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.
       77  ws-fiscal-status                pic xx
           value spaces.

      * the flash day and its fiscal period (CCYYPP, the plan's
      * key) and the day the period began, off the official
      * business date from run-control (system date when it is
      * missing); the calendar month when the date is not on the
      * fiscal calendar
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
      * signed net-sales scratch for the record in hand - sales,
      * layaway payments and exchange effects add, returns
      * subtract, voids back their cancelled sale out
       77  ws-net-amount                   pic s9(9)V99
           value 0.
       77  ws-work-code                    pic x
           value spaces.
       77  ws-work-amount                  pic 9(9)V99
           value 0.
       77  ws-work-store                   pic 99
           value 0.
               10  ws-store-number          pic 99.
               10  ws-store-name            pic x(20).
               10  ws-store-today-amt       pic s9(9)V99 value 0.
               10  ws-store-ptd-actual      pic s9(9)V99 value 0.
               10  ws-store-ptd-plan        pic 9(9)V99 value 0.
               10  ws-store-plan-found      pic x value "N".
               10  ws-store-variance        pic s9(9)V99 value 0.

           05  ws-swap-number               pic 99.
           05  ws-swap-name                 pic x(20).
           05  ws-swap-today-amt            pic s9(9)V99.
           05  ws-swap-ptd-actual           pic s9(9)V99.
           05  ws-swap-ptd-plan             pic 9(9)V99.
           05  ws-swap-plan-found           pic x.
           05  ws-swap-variance             pic s9(9)V99.

           05  filler                              pic x(26)
               value "Daily Sales Flash   Date: ".
           05  ol-business-date                    pic 9(8).
           05  filler                              pic x(11)
               value "   Period: ".
           05  ol-current-period                   pic 9(6).
           05  filler                              pic x(10)
               value "   Since: ".
           05  ol-period-start-date                pic 9(8).

       01 ws-column-line.
           05  filler                              pic x(22)
           05  filler                              pic x(16)
               value "TODAY".
           05  filler                              pic x(16)
               value "PTD ACTUAL".
           05  filler                              pic x(16)
               value "PTD PLAN".
           05  filler                              pic x(16)
               value "VARIANCE".
           05  filler                              pic x(9)
           05  ol-today-amount             pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-ptd-actual               pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-ptd-plan                 pic $$,$$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-variance                 pic $$,$$$,$$9.99-.
               value spaces.
           05  ol-note                             pic x(9).

       01 ws-no-calendar-line.
           05  filler                              pic x(49)
               value "** DATE NOT ON FISCAL CALENDAR - CALENDAR MONTH ".
           05  filler                              pic x(14)
               value "TO DATE SHOWN ".
           05  filler                              pic x(2)
               value "**".

       01 ws-ranked-head.
           05  filler                              pic x(42)
               value "Worst to Plan (district manager call list)".
           open output FLASH-REPORT-FILE.

           perform 040-load-run-control.
           perform 045-load-fiscal-period.
           perform 050-load-store-master.
           perform 060-load-period-plans.
           perform 100-accumulate-today.
           perform 200-accumulate-ptd-actual.
           perform 250-compute-variances.

           move ws-business-date           to ol-business-date.
           move ws-current-period          to ol-current-period.
           move ws-period-start-date       to ol-period-start-date.
           write report-line               from ws-headline.
           if ws-period-on-calendar = "N"
               write report-line           from ws-no-calendar-line
           end-if.
           write report-line               from ws-newline.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
               end-read
           end-if.
           close RUN-CONTROL-FILE.

      * the fiscal period off the calendar; failing that the
      * calendar month, numbered the way a period is so the plan
      * read still has a key
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
           end-if.
           close STORE-MASTER-FILE.

       060-load-period-plans.
           open input SALES-PLAN-FILE.
           if ws-sales-plan-status = "00"
               perform varying ws-store-idx from 1 by 1
                       until ws-store-idx > ws-store-count
                   move ws-store-number(ws-store-idx)
                           to SP-STORE-NUMBER
                   move ws-current-period to SP-FISCAL-PERIOD
                   read SALES-PLAN-FILE
                       invalid key
                           continue
                       not invalid key
                           move SP-PLAN-AMOUNT
                               to ws-store-ptd-plan(ws-store-idx)
                           move "Y"
                               to ws-store-plan-found(ws-store-idx)
                   end-read
                       to ws-store-today-amt(ws-store-idx)
           end-search.

      * period-to-date actual, summed off the daily summary from
      * the period's first day up through the business date - and
      * today's own file on top, because tonight's HISTPOST may or
      * may not have posted yet when the flash prints
       200-accumulate-ptd-actual.
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
               perform 210-accumulate-ptd-record until ws-eof = "Y"
           end-if.
           close DAILY-SUMMARY-FILE.
           move "N" to ws-eof.

      * summary days strictly BEFORE the business date plus today's
      * own valid.out equals the period through tonight, without
      * counting today twice on either HISTPOST ordering
       210-accumulate-ptd-record.
           if DS-SUMMARY-DATE not < ws-business-date
               move "Y"                    to ws-eof
           else
               move DS-TRANSACTION-CODE    to ws-work-code
               move DS-GROSS-AMOUNT        to ws-work-amount
               move DS-STORE-NUMBER        to ws-work-store
               perform 090-compute-net-amount
               perform 220-add-to-store-ptd
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
               end-read
           end-if.

       220-add-to-store-ptd.
           search all ws-store-entry
               at end
                   continue
               when ws-store-number(ws-store-idx) = ws-work-store
                   add ws-net-amount
                       to ws-store-ptd-actual(ws-store-idx)
           end-search.

       250-compute-variances.
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
               add ws-store-today-amt(ws-store-idx)
                       to ws-store-ptd-actual(ws-store-idx)
               compute ws-store-variance(ws-store-idx) =
                   ws-store-ptd-actual(ws-store-idx)
                       - ws-store-ptd-plan(ws-store-idx)
           end-perform.

       300-write-flash-detail.
           move ws-store-name(ws-store-idx)    to ol-store-name.
           move ws-store-today-amt(ws-store-idx)
                                               to ol-today-amount.
           move ws-store-ptd-actual(ws-store-idx)
                                               to ol-ptd-actual.
           move ws-store-ptd-plan(ws-store-idx)
                                               to ol-ptd-plan.
           move ws-store-variance(ws-store-idx)
                                               to ol-variance.
           if ws-store-plan-found(ws-store-idx) = "N"
