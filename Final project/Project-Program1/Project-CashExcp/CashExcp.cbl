       identification division.
       program-id. CashExcp.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Cashier exception analysis for loss prevention.
      *          Walks the permanent transaction history master and
      *          accumulates, by store and cashier, the day's and the
      *          month-to-date void counts, return dollars and the
      *          share of each cashier's refund dollars that went to
      *          one and the same customer. A cashier well above the
      *          store's own average on any of the three is listed,
      *          day and month-to-date, with the store average beside
      *          the figure so the comparison reads off the page.
      *          Records carrying no cashier (history posted before
      *          cashiers were captured, and inter-store transfers)
      *          are reported only as a total.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure permanent transaction history master, read front
      * to back and selected on transaction date
           select TRANSACTION-HISTORY-FILE
               assign to "../../../datafiles/data/tran-history.dat"
               organization is indexed
               access mode is sequential
               record key is TH-RECORD-KEY
               file status is ws-history-status.
      * configure employee master - cashier names on the report
           select optional EMPLOYEE-MASTER-FILE
               assign to
               "../../../datafiles/data/employee-master.dat"
               organization is indexed
               access mode is random
               record key is EM-EMPLOYEE-NUMBER
               file status is ws-employee-master-status.
      * configure policy parameter file - how many times the store
      * average counts as well above it, how many points over the
      * store's same-customer share, and the fewest refunds a
      * cashier must have rung before the share is judged;
      * optional, with the defaults below when missing
           select optional CASHIER-PARAMS-FILE
               assign to "../../../data/cashier-params.dat"
               organization is line sequential
               file status is ws-params-status.
      * configure run-control file carrying the official business
      * date the day and the month-to-date are taken from
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure cashier exception report output
           select CASHIER-REPORT-FILE
               assign to "../../../data2/cashier-except.out"
               organization is line sequential.

       data division.
       file section.
       fd TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.

       fd EMPLOYEE-MASTER-FILE.
           COPY EMPMSTR.

       fd CASHIER-PARAMS-FILE
           data record is cashier-params-line
           record contains 9 characters.

       01 cashier-params-line.
           05 CX-FACTOR                     pic 9V99.
           05 CX-SHARE-POINTS               pic 9(3).
           05 CX-MIN-RETURNS                pic 9(3).

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd CASHIER-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-history-status               pic xx
           value spaces.
       77  ws-employee-master-status       pic xx
           value spaces.
      * set once when the employee master opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-employee-master-open         pic x
           value "N".
       77  ws-params-status                pic xx
           value spaces.
       77  ws-run-control-status           pic xx
           value spaces.

      * policy - a void count or return dollars past this many
      * times the store's per-cashier average, or a same-customer
      * share this many points past the store's, is well above it
       77  ws-factor                       pic 9V99
           value 2.00.
       77  ws-share-points                 pic 9(3)
           value 25.
       77  ws-min-returns                  pic 9(3)
           value 3.
       01  ws-business-date                pic 9(8)
           value 0.
       01  ws-business-date-x redefines ws-business-date.
           05 ws-business-yearmonth        pic 9(6).
           05 filler                       pic 99.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * which periods the history record in hand falls in - 1 is
      * the business day, 2 is the month to date
       77  ws-in-day                       pic x
           value "N".
       77  ws-in-mtd                       pic x
           value "N".
       77  ws-period                       pic 9
           value 0.
       77  ws-no-cashier-count             pic 9(6)
           value 0.
       77  ws-flagged-count                pic 9(5)
           value 0.
       77  ws-period-start-count           pic 9(5)
           value 0.
       77  ws-flag-text                    pic x(16)
           value spaces.
       77  ws-store-avg-voids              pic 9(5)V9
           value 0.
       77  ws-store-avg-return             pic 9(7)V99
           value 0.
       77  ws-store-share                  pic 9(3)V9
           value 0.
       77  ws-cashier-share                pic 9(3)V9
           value 0.
       77  ws-limit-voids                  pic 9(7)V99
           value 0.
       77  ws-limit-return                 pic 9(9)V99
           value 0.

      * Per-cashier accumulation table - one row per store and
      * cashier, same fixed-upper-bound OCCURS pattern as the other
      * analysis tables, with the flag-and-skip guard when it
      * fills. The period figures repeat for the day and the
      * month to date.
       77  ws-cashier-table-full           pic x
           value "N".
       01 ws-cashier-count                 pic 9(4)
           value 0.
       01 ws-cashier-table.
           05  ws-cashier-entry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ws-cashier-count
                   INDEXED BY ws-cashier-idx.
               10  ws-cr-store              pic 99.
               10  ws-cr-cashier            pic x(5).
               10  ws-cr-period OCCURS 2 TIMES.
                   15  ws-cr-tran-count     pic 9(5).
                   15  ws-cr-void-count     pic 9(5).
                   15  ws-cr-return-count   pic 9(5).
                   15  ws-cr-return-tamount pic 9(7)V99.
      * the one customer this cashier refunded the most dollars to
                   15  ws-cr-top-customer   pic x(8).
                   15  ws-cr-top-tamount    pic 9(7)V99.
       01 ws-cashier-swap-entry            pic x(89).

      * Per-cashier-per-customer refund table - where the same-
      * customer share comes from; walk-ins are not a customer and
      * never land here
       77  ws-refund-table-full            pic x
           value "N".
       01 ws-refund-count                  pic 9(4)
           value 0.
       01 ws-refund-table.
           05  ws-refund-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-refund-count
                   INDEXED BY ws-refund-idx.
               10  ws-rf-cashier-row        pic 9(4).
               10  ws-rf-customer           pic x(8).
               10  ws-rf-tamount            pic 9(7)V99
                       OCCURS 2 TIMES.

      * Per-store roll-up for the store averages, addressed
      * directly by store number
       01 ws-store-table.
           05  ws-store-entry OCCURS 99 TIMES.
               10  ws-sr-period OCCURS 2 TIMES.
                   15  ws-sr-cashier-count  pic 9(4).
                   15  ws-sr-void-count     pic 9(6).
                   15  ws-sr-return-tamount pic 9(9)V99.
                   15  ws-sr-top-tamount    pic 9(9)V99.

       77  ws-sort-i                       pic 9(4)
           value 0.
       77  ws-sort-j                       pic 9(4)
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(40)
               value "Cashier Exception Report - Business Date".
           05  filler                              pic x
               value spaces.
           05  ol-business-date                    pic 9(8).

       01 ws-policy-line.
           05  filler                              pic x(23)
               value "Well above = more than ".
           05  ol-factor                           pic 9.99.
           05  filler                              pic x(29)
               value " x store avg voids/return $, ".
           05  ol-share-points                     pic zz9.
           05  filler                              pic x(36)
               value " points over store same-cust share (".
           05  ol-min-returns                      pic zz9.
           05  filler                              pic x(14)
               value "+ refunds)".

       01 ws-period-head.
           05  ol-period-title                     pic x(40).

       01 ws-column-line.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(9)
               value "CASHIER".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(7)
               value "TRANS".
           05  filler                              pic x(12)
               value "VOIDS/AVG".
           05  filler                              pic x(26)
               value "RETURN $ / STORE AVG".
           05  filler                              pic x(15)
               value "1-CUST / STORE".
           05  filler                              pic x(10)
               value "CUSTOMER".
           05  filler                              pic x(16)
               value "FLAGS".

       01 ws-detail-line.
           05  ol-store-number                     pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-cashier-number                   pic x(5).
           05  filler                              pic x(4)
               value spaces.
           05  ol-cashier-name                     pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-tran-count                       pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-void-count                       pic zzz9.
           05  filler                              pic x
               value "/".
           05  ol-avg-voids                        pic zzz9.9.
           05  filler                              pic x
               value spaces.
           05  ol-return-amount                    pic $$$$,$$9.99.
           05  filler                              pic x
               value "/".
           05  ol-avg-return                       pic $$$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-cashier-share                    pic zz9.9.
           05  filler                              pic xx
               value "%/".
           05  ol-store-share                      pic zz9.9.
           05  filler                              pic xx
               value "% ".
           05  ol-top-customer                     pic x(8).
           05  filler                              pic xx
               value spaces.
           05  ol-flags                            pic x(16).

       01 ws-none-line.
           05  filler                              pic x(28)
               value "(no cashier exceptions)".

       01 ws-no-cashier-line.
           05  filler                              pic x(36)
               value "History records with no cashier:   ".
           05  ol-no-cashier-count                 pic zzzzz9.

       01 ws-flagged-total-line.
           05  filler                              pic x(36)
               value "Cashier exception lines:           ".
           05  ol-flagged-count                    pic zzzz9.

       01 ws-cashier-capacity-line.
           05  filler                              pic x(26)
               value "Cashier table capacity:   ".
           05  ol-cashier-capacity-status     pic x(30).

       01 ws-refund-capacity-line.
           05  filler                              pic x(26)
               value "Refund table capacity:    ".
           05  ol-refund-capacity-status      pic x(30).

       procedure division.
           open output CASHIER-REPORT-FILE.

           perform 040-load-run-control.
           perform 045-load-policy-params.

           move ws-business-date           to ol-business-date.
           move ws-factor                  to ol-factor.
           move ws-share-points            to ol-share-points.
           move ws-min-returns             to ol-min-returns.
           write report-line               from ws-headline.
           write report-line               from ws-policy-line.
           write report-line               from ws-newline.

           initialize ws-store-table.
           open input TRANSACTION-HISTORY-FILE.
           if ws-history-status = "00"
               read TRANSACTION-HISTORY-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 100-scan-history-record until ws-eof = "Y"
           end-if.
           close TRANSACTION-HISTORY-FILE.

           perform 200-find-top-customer
               varying ws-refund-idx from 1 by 1
               until ws-refund-idx > ws-refund-count.
           perform 300-roll-up-store
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count.
           perform 400-sort-cashier-table.

           open input EMPLOYEE-MASTER-FILE.
           if ws-employee-master-status = "00"
               move "Y" to ws-employee-master-open
           end-if.
           move 1                          to ws-period.
           move "Today"                    to ol-period-title.
           perform 500-report-period.
           move 2                          to ws-period.
           move "Month to Date"            to ol-period-title.
           perform 500-report-period.
           close EMPLOYEE-MASTER-FILE.

           write report-line               from ws-newline.
           move ws-no-cashier-count        to ol-no-cashier-count.
           write report-line               from ws-no-cashier-line.
           move ws-flagged-count           to ol-flagged-count.
           write report-line               from ws-flagged-total-line.
           if ws-cashier-table-full = "Y"
               move "FULL (500 max)"   to ol-cashier-capacity-status
           else
               move "OK"               to ol-cashier-capacity-status
           end-if.
           write report-line           from ws-cashier-capacity-line.
           if ws-refund-table-full = "Y"
               move "FULL (2000 max)"  to ol-refund-capacity-status
           else
               move "OK"               to ol-refund-capacity-status
           end-if.
           write report-line           from ws-refund-capacity-line.

           close CASHIER-REPORT-FILE.
           goback.

      * the day and the month are the official business date's,
      * system date when the run-control file is missing
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

       045-load-policy-params.
           open input CASHIER-PARAMS-FILE.
           if ws-params-status = "00" then
               read CASHIER-PARAMS-FILE
                   at end continue
                   not at end
                       if CX-FACTOR is numeric and CX-FACTOR > 0
                           move CX-FACTOR to ws-factor
                       end-if
                       if CX-SHARE-POINTS is numeric
                               and CX-SHARE-POINTS > 0
                           move CX-SHARE-POINTS to ws-share-points
                       end-if
                       if CX-MIN-RETURNS is numeric
                               and CX-MIN-RETURNS > 0
                           move CX-MIN-RETURNS to ws-min-returns
                       end-if
               end-read
           end-if.
           close CASHIER-PARAMS-FILE.

      * register activity only - a transfer is not rung up by a
      * cashier; anything dated after the business date or before
      * its month is outside both periods
       100-scan-history-record.
           move "N" to ws-in-day.
           move "N" to ws-in-mtd.
           if TH-TRANSACTION-DATE is numeric
                   and TH-TRANSACTION-DATE <= ws-business-date
                   and TH-TRANSACTION-DATE(1:6)
                       = ws-business-yearmonth
               move "Y" to ws-in-mtd
               if TH-TRANSACTION-DATE = ws-business-date
                   move "Y" to ws-in-day
               end-if
           end-if.
           if ws-in-mtd = "Y"
                   and TH-TRANSACTION-CODE not = "O"
                   and TH-TRANSACTION-CODE not = "I"
               if TH-CASHIER-NUMBER = spaces
                   add 1 to ws-no-cashier-count
               else
                   perform 110-accumulate-cashier
               end-if
           end-if.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       110-accumulate-cashier.
           perform varying ws-cashier-idx from 1 by 1
                   until ws-cashier-idx > ws-cashier-count
                   or (ws-cr-store(ws-cashier-idx) = TH-STORE-NUMBER
                   and ws-cr-cashier(ws-cashier-idx)
                           = TH-CASHIER-NUMBER)
               continue
           end-perform.
           if ws-cashier-idx > ws-cashier-count
                   and ws-cashier-count >= 500
               move "Y" to ws-cashier-table-full
           else
               if ws-cashier-idx > ws-cashier-count
                   add 1 to ws-cashier-count
                   initialize ws-cashier-entry(ws-cashier-count)
                   move TH-STORE-NUMBER
                           to ws-cr-store(ws-cashier-count)
                   move TH-CASHIER-NUMBER
                           to ws-cr-cashier(ws-cashier-count)
               end-if
               move 2 to ws-period
               perform 115-accumulate-period
               if ws-in-day = "Y"
                   move 1 to ws-period
                   perform 115-accumulate-period
               end-if
               if TH-TRANSACTION-CODE = "R"
                       and TH-CUSTOMER-NUMBER not = spaces
                   perform 120-accumulate-refund
               end-if
           end-if.

       115-accumulate-period.
           add 1 to ws-cr-tran-count(ws-cashier-idx, ws-period).
           evaluate TH-TRANSACTION-CODE
               when "V"
                   add 1
                       to ws-cr-void-count(ws-cashier-idx, ws-period)
               when "R"
                   add 1
                       to ws-cr-return-count(ws-cashier-idx, ws-period)
                   add TH-TRANSACTION-AMOUNT
                       to ws-cr-return-tamount(ws-cashier-idx,
                               ws-period)
           end-evaluate.

      * refund dollars by cashier and customer, for the day and the
      * month to date
       120-accumulate-refund.
           perform varying ws-refund-idx from 1 by 1
                   until ws-refund-idx > ws-refund-count
                   or (ws-rf-cashier-row(ws-refund-idx)
                           = ws-cashier-idx
                   and ws-rf-customer(ws-refund-idx)
                           = TH-CUSTOMER-NUMBER)
               continue
           end-perform.
           if ws-refund-idx > ws-refund-count
                   and ws-refund-count >= 2000
               move "Y" to ws-refund-table-full
           else
               if ws-refund-idx > ws-refund-count
                   add 1 to ws-refund-count
                   set ws-rf-cashier-row(ws-refund-count)
                           to ws-cashier-idx
                   move TH-CUSTOMER-NUMBER
                           to ws-rf-customer(ws-refund-count)
                   move 0 to ws-rf-tamount(ws-refund-count, 1)
                   move 0 to ws-rf-tamount(ws-refund-count, 2)
               end-if
               add TH-TRANSACTION-AMOUNT
                       to ws-rf-tamount(ws-refund-idx, 2)
               if ws-in-day = "Y"
                   add TH-TRANSACTION-AMOUNT
                           to ws-rf-tamount(ws-refund-idx, 1)
               end-if
           end-if.

      * each cashier's biggest single-customer refund total, per
      * period - done before the sort, while the refund rows still
      * point at the cashier rows they were built against
       200-find-top-customer.
           set ws-cashier-idx to ws-rf-cashier-row(ws-refund-idx).
           perform varying ws-period from 1 by 1 until ws-period > 2
               if ws-rf-tamount(ws-refund-idx, ws-period)
                       > ws-cr-top-tamount(ws-cashier-idx, ws-period)
                   move ws-rf-tamount(ws-refund-idx, ws-period)
                       to ws-cr-top-tamount(ws-cashier-idx, ws-period)
                   move ws-rf-customer(ws-refund-idx)
                       to ws-cr-top-customer(ws-cashier-idx,
                               ws-period)
               end-if
           end-perform.

      * the store averages are taken over the cashiers who rang
      * anything up in the period
       300-roll-up-store.
           if ws-cr-store(ws-cashier-idx) > 0
               perform varying ws-period from 1 by 1
                       until ws-period > 2
                   if ws-cr-tran-count(ws-cashier-idx, ws-period) > 0
                       add 1 to ws-sr-cashier-count
                               (ws-cr-store(ws-cashier-idx), ws-period)
                       add ws-cr-void-count(ws-cashier-idx, ws-period)
                           to ws-sr-void-count
                               (ws-cr-store(ws-cashier-idx), ws-period)
                       add ws-cr-return-tamount
                               (ws-cashier-idx, ws-period)
                           to ws-sr-return-tamount
                               (ws-cr-store(ws-cashier-idx), ws-period)
                       add ws-cr-top-tamount(ws-cashier-idx, ws-period)
                           to ws-sr-top-tamount
                               (ws-cr-store(ws-cashier-idx), ws-period)
                   end-if
               end-perform
           end-if.

      * store then cashier, so each store's exceptions print
      * together
       400-sort-cashier-table.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-cashier-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-cashier-count
                   if ws-cr-store(ws-sort-j)
                           > ws-cr-store(ws-sort-j + 1)
                       or (ws-cr-store(ws-sort-j)
                               = ws-cr-store(ws-sort-j + 1)
                           and ws-cr-cashier(ws-sort-j)
                               > ws-cr-cashier(ws-sort-j + 1))
                       move ws-cashier-entry(ws-sort-j)
                                       to ws-cashier-swap-entry
                       move ws-cashier-entry(ws-sort-j + 1)
                                       to ws-cashier-entry(ws-sort-j)
                       move ws-cashier-swap-entry
                                   to ws-cashier-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

       500-report-period.
           write report-line               from ws-period-head.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           move ws-flagged-count           to ws-period-start-count.
           perform 510-report-cashier
               varying ws-cashier-idx from 1 by 1
               until ws-cashier-idx > ws-cashier-count.
           if ws-flagged-count = ws-period-start-count
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

      * one line per cashier well above the store average on any
      * of the three measures, with the averages alongside
       510-report-cashier.
           if ws-cr-tran-count(ws-cashier-idx, ws-period) = 0
                   or ws-cr-store(ws-cashier-idx) = 0
               continue
           else
               perform 520-compute-store-averages
               move spaces to ws-flag-text
               compute ws-limit-voids =
                   ws-store-avg-voids * ws-factor
               if ws-cr-void-count(ws-cashier-idx, ws-period) > 0
                       and ws-cr-void-count(ws-cashier-idx, ws-period)
                           > ws-limit-voids
                   move "VOIDS" to ws-flag-text(1:6)
               end-if
               compute ws-limit-return =
                   ws-store-avg-return * ws-factor
               if ws-cr-return-tamount(ws-cashier-idx, ws-period) > 0
                       and ws-cr-return-tamount
                               (ws-cashier-idx, ws-period)
                           > ws-limit-return
                   move "RTN$" to ws-flag-text(7:5)
               end-if
               move 0 to ws-cashier-share
               if ws-cr-return-tamount(ws-cashier-idx, ws-period) > 0
                   compute ws-cashier-share rounded =
                       ws-cr-top-tamount(ws-cashier-idx, ws-period)
                           * 100
                       / ws-cr-return-tamount(ws-cashier-idx,
                               ws-period)
               end-if
               if ws-cr-return-count(ws-cashier-idx, ws-period)
                       >= ws-min-returns
                   and ws-cashier-share
                       >= ws-store-share + ws-share-points
                   move "1CUST" to ws-flag-text(12:5)
               end-if
               if ws-flag-text not = spaces
                   add 1 to ws-flagged-count
                   perform 530-write-cashier-line
               end-if
           end-if.

       520-compute-store-averages.
           move 0 to ws-store-avg-voids.
           move 0 to ws-store-avg-return.
           move 0 to ws-store-share.
           if ws-sr-cashier-count(ws-cr-store(ws-cashier-idx),
                   ws-period) > 0
               compute ws-store-avg-voids rounded =
                   ws-sr-void-count(ws-cr-store(ws-cashier-idx),
                       ws-period)
                   / ws-sr-cashier-count(ws-cr-store(ws-cashier-idx),
                       ws-period)
               compute ws-store-avg-return rounded =
                   ws-sr-return-tamount(ws-cr-store(ws-cashier-idx),
                       ws-period)
                   / ws-sr-cashier-count(ws-cr-store(ws-cashier-idx),
                       ws-period)
           end-if.
           if ws-sr-return-tamount(ws-cr-store(ws-cashier-idx),
                   ws-period) > 0
               compute ws-store-share rounded =
                   ws-sr-top-tamount(ws-cr-store(ws-cashier-idx),
                       ws-period) * 100
                   / ws-sr-return-tamount(ws-cr-store(ws-cashier-idx),
                       ws-period)
           end-if.

       530-write-cashier-line.
           move ws-cr-store(ws-cashier-idx)    to ol-store-number.
           move ws-cr-cashier(ws-cashier-idx)  to ol-cashier-number.
           move spaces                         to ol-cashier-name.
           if ws-employee-master-open = "Y"
               move ws-cr-cashier(ws-cashier-idx)
                                       to EM-EMPLOYEE-NUMBER
               read EMPLOYEE-MASTER-FILE
                   invalid key
                       move "(not on master)" to ol-cashier-name
                   not invalid key
                       move EM-EMPLOYEE-NAME  to ol-cashier-name
               end-read
           end-if.
           move ws-cr-tran-count(ws-cashier-idx, ws-period)
                                               to ol-tran-count.
           move ws-cr-void-count(ws-cashier-idx, ws-period)
                                               to ol-void-count.
           move ws-store-avg-voids             to ol-avg-voids.
           move ws-cr-return-tamount(ws-cashier-idx, ws-period)
                                               to ol-return-amount.
           move ws-store-avg-return            to ol-avg-return.
           move ws-cashier-share               to ol-cashier-share.
           move ws-store-share                 to ol-store-share.
           move ws-cr-top-customer(ws-cashier-idx, ws-period)
                                               to ol-top-customer.
           move ws-flag-text                   to ol-flags.
           write report-line                   from ws-detail-line.

       end program CashExcp.
