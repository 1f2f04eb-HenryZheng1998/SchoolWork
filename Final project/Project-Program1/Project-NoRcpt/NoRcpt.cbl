       identification division.
       program-id. NoRcpt.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Loss-prevention report of the no-receipt returns
      *          refunded as merchandise credit inside the rolling
      *          window that ends on the business date. Store by
      *          store, every customer who took credit there, with
      *          what that customer has taken across all stores
      *          inside the window - flagged AT LIMIT once the
      *          customer has used up the count or dollar limit the
      *          edit enforces - followed by the customers at the
      *          limit, largest first. The window and limits come
      *          from the same parameter file the edit reads.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure no-receipt credit ledger, read front to back -
      * customer + date order
           select optional NORECEIPT-CREDIT-FILE
               assign to
               "../../../datafiles/data/noreceipt-credits.dat"
               organization is indexed
               access mode is sequential
               record key is NC-RECORD-KEY
               file status is ws-noreceipt-status.
      * configure no-receipt return policy parameter file - the
      * same window and limits the edit holds customers to
           select optional NORECEIPT-PARAMS-FILE
               assign to
               "../../../datafiles/data/noreceipt-params.dat"
               organization is line sequential
               file status is ws-noreceipt-params-status.
      * configure store master lookup - the store's name
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is random
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure customer master lookup - the customer's name;
      * optional like everywhere else it is read
           select optional CUSTOMER-MASTER-FILE
               assign to "../../../datafiles/data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is CM-CUSTOMER-NUMBER
               file status is ws-customer-master-status.
      * configure run-control file carrying the official business
      * date the window ends on
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure no-receipt credit report output
           select NORECEIPT-REPORT-FILE
               assign to "../../../data2/noreceipt-credits.out"
               organization is line sequential.

       data division.
       file section.
       fd NORECEIPT-CREDIT-FILE.
           COPY NRCREDIT.

       fd NORECEIPT-PARAMS-FILE
           data record is NORECEIPT-PARAMS-RECORD
           record contains 20 characters.

           COPY NRPARM.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd CUSTOMER-MASTER-FILE.
           COPY CUSTMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd NORECEIPT-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-noreceipt-status             pic xx
           value spaces.
       77  ws-noreceipt-params-status      pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-customer-master-status       pic xx
           value spaces.
      * set once when the customer master opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-customer-master-open         pic x
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.

      * the window ends on the business date (system date when
      * run-control is missing) and runs back the period days; the
      * defaults are the edit's, overridden by the params file
       77  ws-business-date                pic 9(8)
           value 0.
       77  ws-window-start-date            pic 9(8)
           value 0.
       77  ws-nr-period-days               pic 9(3)
           value 90.
       77  ws-nr-max-count                 pic 9(3)
           value 3.
       77  ws-nr-max-amount                pic 9(5)V99
           value 150.00.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

       77  ws-total-count                  pic 9(5)
           value 0.
       77  ws-total-amount                 pic 9(7)V99
           value 0.
       77  ws-limit-customer-count         pic 9(5)
           value 0.
       77  ws-cust-found                   pic x
           value "N".
       77  ws-sc-found                     pic x
           value "N".
       77  ws-current-store                pic 99
           value 0.

      * Customer totals across every store inside the window - the
      * figures the limits apply to.
       77  ws-cust-table-full              pic x
           value "N".
       01 ws-cust-count                    pic 9(4)
           value 0.
       01 ws-cust-table.
           05  ws-cust-entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ws-cust-count
                   INDEXED BY ws-cust-idx.
               10  ws-cust-number           pic x(8).
               10  ws-cust-name             pic x(20).
               10  ws-cust-credit-count     pic 9(5).
               10  ws-cust-credit-amount    pic 9(7)V99.
               10  ws-cust-stores           pic 99.
               10  ws-cust-at-limit         pic x.

      * Store + customer totals, sorted by store and then largest
      * credit first before the store sections print.
       77  ws-sc-table-full                pic x
           value "N".
       01 ws-sc-count                      pic 9(4)
           value 0.
       01 ws-sc-table.
           05  ws-sc-entry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON ws-sc-count
                   INDEXED BY ws-sc-idx.
               10  ws-sc-store-number       pic 99.
               10  ws-sc-customer-number    pic x(8).
               10  ws-sc-credit-count       pic 9(5).
               10  ws-sc-credit-amount      pic 9(7)V99.

      * scratch for the sorts
       77  ws-sort-i                       pic 9(4)
           value 0.
       77  ws-sort-j                       pic 9(4)
           value 0.
       01 ws-sc-swap-entry.
           05  ws-sc-swap-store-number      pic 99.
           05  ws-sc-swap-customer-number   pic x(8).
           05  ws-sc-swap-credit-count      pic 9(5).
           05  ws-sc-swap-credit-amount     pic 9(7)V99.
       01 ws-cust-swap-entry.
           05  ws-cust-swap-number          pic x(8).
           05  ws-cust-swap-name            pic x(20).
           05  ws-cust-swap-credit-count    pic 9(5).
           05  ws-cust-swap-credit-amount   pic 9(7)V99.
           05  ws-cust-swap-stores          pic 99.
           05  ws-cust-swap-at-limit        pic x.

       77  ws-store-credit-count           pic 9(5)
           value 0.
       77  ws-store-credit-amount          pic 9(7)V99
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(42)
               value "No-Receipt Merchandise Credits   From: ".
           05  ol-window-start-date                pic 9(8).
           05  filler                              pic x(8)
               value "   To: ".
           05  ol-business-date                    pic 9(8).

       01 ws-limits-line.
           05  filler                              pic x(24)
               value "Limits per customer:   ".
           05  ol-limit-count                      pic zz9.
           05  filler                              pic x(13)
               value " credits or ".
           05  ol-limit-amount                     pic $$$,$$9.99.
           05  filler                              pic x(4)
               value " in ".
           05  ol-limit-days                       pic zz9.
           05  filler                              pic x(5)
               value " days".

       01 ws-store-head.
           05  filler                              pic x(6)
               value "Store ".
           05  ol-store-number                     pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-store-name                       pic x(20).

       01 ws-column-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(10)
               value "CUSTOMER".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(7)
               value "CREDITS".
           05  filler                              pic x(10)
               value "  AT STORE".
           05  filler                              pic x(9)
               value "  CREDITS".
           05  filler                              pic x(13)
               value "   ALL STORES".
           05  filler                              pic x(8)
               value "  STORES".

       01 ws-detail-line.
           05  filler                              pic x(4)
               value spaces.
           05  ol-customer-number                  pic x(8).
           05  filler                              pic xx
               value spaces.
           05  ol-customer-name                    pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-sc-count                         pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-sc-amount                        pic $$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-cust-count                       pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-cust-amount                      pic $$,$$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-cust-stores                      pic z9.
           05  filler                              pic xx
               value spaces.
           05  ol-limit-flag                       pic x(8).

       01 ws-store-total-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(32)
               value "Store total".
           05  ol-store-credit-count               pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-store-credit-amount              pic $$$,$$9.99.

       01 ws-limit-head.
           05  filler                              pic x(40)
               value "Customers at or over the limit".

       01 ws-limit-column-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(10)
               value "CUSTOMER".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(7)
               value "CREDITS".
           05  filler                              pic x(13)
               value "       AMOUNT".
           05  filler                              pic x(8)
               value "  STORES".

       01 ws-limit-detail-line.
           05  filler                              pic x(4)
               value spaces.
           05  ol-lm-customer-number               pic x(8).
           05  filler                              pic xx
               value spaces.
           05  ol-lm-customer-name                 pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-lm-count                         pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-lm-amount                        pic $$,$$$,$$9.99.
           05  filler                              pic xx
               value spaces.
           05  ol-lm-stores                        pic z9.

       01 ws-none-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(36)
               value "None".

       01 ws-total-line.
           05  filler                              pic x(36)
               value "Total no-receipt credits:".
           05  ol-total-count                      pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-total-amount                     pic $$,$$$,$$9.99.

       01 ws-capacity-line.
           05  filler                              pic x(24)
               value "Customer capacity:     ".
           05  ol-cust-capacity-status             pic x(16).
           05  filler                              pic x(24)
               value "Store/cust capacity:   ".
           05  ol-sc-capacity-status               pic x(16).

       procedure division.
           open output NORECEIPT-REPORT-FILE.
           open input STORE-MASTER-FILE.
           open input CUSTOMER-MASTER-FILE.
           if ws-customer-master-status = "00"
               move "Y" to ws-customer-master-open
           end-if.

           perform 040-load-run-control.
           perform 045-load-noreceipt-params.
           perform 100-load-credits.
           perform 140-flag-limits.
           perform 150-sort-store-customer.
           perform 160-sort-customer-amount.

           move ws-window-start-date       to ol-window-start-date.
           move ws-business-date           to ol-business-date.
           write report-line               from ws-headline.
           move ws-nr-max-count            to ol-limit-count.
           move ws-nr-max-amount           to ol-limit-amount.
           move ws-nr-period-days          to ol-limit-days.
           write report-line               from ws-limits-line.
           write report-line               from ws-newline.

           if ws-sc-count = 0
               write report-line           from ws-none-line
               write report-line           from ws-newline
           else
               perform 200-write-store-detail
                   varying ws-sc-idx from 1 by 1
                   until ws-sc-idx > ws-sc-count
               perform 220-write-store-total
           end-if.

           perform 300-write-limit-section.

           move ws-total-count             to ol-total-count.
           move ws-total-amount            to ol-total-amount.
           write report-line               from ws-total-line.
           if ws-cust-table-full = "Y"
               move "FULL (1000 max)"  to ol-cust-capacity-status
           else
               move "OK"               to ol-cust-capacity-status
           end-if.
           if ws-sc-table-full = "Y"
               move "FULL (2000 max)"  to ol-sc-capacity-status
           else
               move "OK"               to ol-sc-capacity-status
           end-if.
           write report-line           from ws-capacity-line.

           close NORECEIPT-REPORT-FILE STORE-MASTER-FILE
                   CUSTOMER-MASTER-FILE.
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

       045-load-noreceipt-params.
           open input NORECEIPT-PARAMS-FILE.
           if ws-noreceipt-params-status = "00" then
               read NORECEIPT-PARAMS-FILE
                   at end continue
                   not at end
                       if NP-PERIOD-DAYS is numeric
                               and NP-PERIOD-DAYS > 0
                           move NP-PERIOD-DAYS to ws-nr-period-days
                       end-if
                       if NP-MAX-COUNT is numeric
                           move NP-MAX-COUNT to ws-nr-max-count
                       end-if
                       if NP-MAX-AMOUNT is numeric
                           move NP-MAX-AMOUNT to ws-nr-max-amount
                       end-if
               end-read
           end-if.
           close NORECEIPT-PARAMS-FILE.
           compute ws-window-start-date =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(ws-business-date)
                   - ws-nr-period-days + 1).

      * every credit dated inside the window, totalled for its
      * customer and for its store + customer
       100-load-credits.
           open input NORECEIPT-CREDIT-FILE.
           if ws-noreceipt-status = "00" then
               read NORECEIPT-CREDIT-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 110-add-credit until ws-eof = "Y"
           end-if.
           close NORECEIPT-CREDIT-FILE.
           move "N" to ws-eof.

       110-add-credit.
           if NC-CREDIT-DATE >= ws-window-start-date
                   and NC-CREDIT-DATE <= ws-business-date
               add 1                       to ws-total-count
               add NC-CREDIT-AMOUNT        to ws-total-amount
               perform 120-add-customer-credit
               perform 130-add-store-customer-credit
           end-if.
           read NORECEIPT-CREDIT-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       120-add-customer-credit.
           move "N" to ws-cust-found.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
                   or ws-cust-found = "Y"
               if ws-cust-number(ws-cust-idx) = NC-CUSTOMER-NUMBER
                   move "Y" to ws-cust-found
               end-if
           end-perform.
           if ws-cust-found = "Y"
               set ws-cust-idx down by 1
           else
               if ws-cust-count < 1000
                   add 1 to ws-cust-count
                   set ws-cust-idx to ws-cust-count
                   move NC-CUSTOMER-NUMBER
                           to ws-cust-number(ws-cust-idx)
                   move spaces to ws-cust-name(ws-cust-idx)
                   if ws-customer-master-open = "Y"
                       move NC-CUSTOMER-NUMBER to CM-CUSTOMER-NUMBER
                       read CUSTOMER-MASTER-FILE
                           invalid key
                               continue
                           not invalid key
                               move CM-CUSTOMER-NAME
                                   to ws-cust-name(ws-cust-idx)
                       end-read
                   end-if
                   move 0   to ws-cust-credit-count(ws-cust-idx)
                   move 0   to ws-cust-credit-amount(ws-cust-idx)
                   move 0   to ws-cust-stores(ws-cust-idx)
                   move "N" to ws-cust-at-limit(ws-cust-idx)
                   move "Y" to ws-cust-found
               else
                   move "Y" to ws-cust-table-full
               end-if
           end-if.
           if ws-cust-found = "Y"
               add 1 to ws-cust-credit-count(ws-cust-idx)
               add NC-CREDIT-AMOUNT
                       to ws-cust-credit-amount(ws-cust-idx)
           end-if.

      * a customer's first credit at a store also counts the store
      * toward how many stores the customer has taken credit at
       130-add-store-customer-credit.
           move "N" to ws-sc-found.
           perform varying ws-sc-idx from 1 by 1
                   until ws-sc-idx > ws-sc-count
                   or ws-sc-found = "Y"
               if ws-sc-store-number(ws-sc-idx) = NC-STORE-NUMBER
                       and ws-sc-customer-number(ws-sc-idx)
                           = NC-CUSTOMER-NUMBER
                   move "Y" to ws-sc-found
               end-if
           end-perform.
           if ws-sc-found = "Y"
               set ws-sc-idx down by 1
           else
               if ws-sc-count < 2000
                   add 1 to ws-sc-count
                   set ws-sc-idx to ws-sc-count
                   move NC-STORE-NUMBER
                           to ws-sc-store-number(ws-sc-idx)
                   move NC-CUSTOMER-NUMBER
                           to ws-sc-customer-number(ws-sc-idx)
                   move 0 to ws-sc-credit-count(ws-sc-idx)
                   move 0 to ws-sc-credit-amount(ws-sc-idx)
                   move "Y" to ws-sc-found
                   if ws-cust-found = "Y"
                       add 1 to ws-cust-stores(ws-cust-idx)
                   end-if
               else
                   move "Y" to ws-sc-table-full
               end-if
           end-if.
           if ws-sc-found = "Y"
               add 1 to ws-sc-credit-count(ws-sc-idx)
               add NC-CREDIT-AMOUNT
                       to ws-sc-credit-amount(ws-sc-idx)
           end-if.

      * at the limit means the edit will refuse the customer's next
      * no-receipt return - the count is used up, or the dollars are
       140-flag-limits.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
               if ws-cust-credit-count(ws-cust-idx)
                           >= ws-nr-max-count
                       or ws-cust-credit-amount(ws-cust-idx)
                           >= ws-nr-max-amount
                   move "Y" to ws-cust-at-limit(ws-cust-idx)
                   add 1 to ws-limit-customer-count
               end-if
           end-perform.

       150-sort-store-customer.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-sc-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-sc-count
                   if ws-sc-store-number(ws-sort-j)
                           > ws-sc-store-number(ws-sort-j + 1)
                       or (ws-sc-store-number(ws-sort-j)
                           = ws-sc-store-number(ws-sort-j + 1)
                       and ws-sc-credit-amount(ws-sort-j)
                           < ws-sc-credit-amount(ws-sort-j + 1))
                       move ws-sc-entry(ws-sort-j)
                                            to ws-sc-swap-entry
                       move ws-sc-entry(ws-sort-j + 1)
                                          to ws-sc-entry(ws-sort-j)
                       move ws-sc-swap-entry
                                      to ws-sc-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

       160-sort-customer-amount.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-cust-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-cust-count
                   if ws-cust-credit-amount(ws-sort-j)
                           < ws-cust-credit-amount(ws-sort-j + 1)
                       move ws-cust-entry(ws-sort-j)
                                            to ws-cust-swap-entry
                       move ws-cust-entry(ws-sort-j + 1)
                                          to ws-cust-entry(ws-sort-j)
                       move ws-cust-swap-entry
                                      to ws-cust-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

      * a store break closes the prior store's section with its
      * total and opens the next with its heading
       200-write-store-detail.
           if ws-sc-idx = 1
                   or ws-sc-store-number(ws-sc-idx)
                       not = ws-current-store
               if ws-sc-idx > 1
                   perform 220-write-store-total
               end-if
               perform 210-write-store-head
           end-if.
           add ws-sc-credit-count(ws-sc-idx) to ws-store-credit-count.
           add ws-sc-credit-amount(ws-sc-idx)
                                           to ws-store-credit-amount.
           move ws-sc-customer-number(ws-sc-idx)
                                           to ol-customer-number.
           move ws-sc-credit-count(ws-sc-idx)  to ol-sc-count.
           move ws-sc-credit-amount(ws-sc-idx) to ol-sc-amount.
           move spaces                     to ol-customer-name.
           move 0                          to ol-cust-count.
           move 0                          to ol-cust-amount.
           move 0                          to ol-cust-stores.
           move spaces                     to ol-limit-flag.
           move "N" to ws-cust-found.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
                   or ws-cust-found = "Y"
               if ws-cust-number(ws-cust-idx)
                       = ws-sc-customer-number(ws-sc-idx)
                   move "Y" to ws-cust-found
                   move ws-cust-name(ws-cust-idx) to ol-customer-name
                   move ws-cust-credit-count(ws-cust-idx)
                                           to ol-cust-count
                   move ws-cust-credit-amount(ws-cust-idx)
                                           to ol-cust-amount
                   move ws-cust-stores(ws-cust-idx)
                                           to ol-cust-stores
                   if ws-cust-at-limit(ws-cust-idx) = "Y"
                       move "AT LIMIT"     to ol-limit-flag
                   end-if
               end-if
           end-perform.
           write report-line               from ws-detail-line.

       210-write-store-head.
           move ws-sc-store-number(ws-sc-idx) to ws-current-store.
           move 0                          to ws-store-credit-count.
           move 0                          to ws-store-credit-amount.
           move ws-current-store           to ol-store-number.
           move spaces                     to ol-store-name.
           move ws-current-store           to SM-STORE-NUMBER.
           read STORE-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   move SM-STORE-NAME      to ol-store-name
           end-read.
           write report-line               from ws-store-head.
           write report-line               from ws-column-line.

       220-write-store-total.
           move ws-store-credit-count      to ol-store-credit-count.
           move ws-store-credit-amount     to ol-store-credit-amount.
           write report-line               from ws-store-total-line.
           write report-line               from ws-newline.

      * the customers the edit now refuses, largest credit first -
      * the ones loss prevention follows up with
       300-write-limit-section.
           write report-line               from ws-limit-head.
           write report-line               from ws-limit-column-line.
           if ws-limit-customer-count = 0
               write report-line           from ws-none-line
           else
               perform varying ws-cust-idx from 1 by 1
                       until ws-cust-idx > ws-cust-count
                   if ws-cust-at-limit(ws-cust-idx) = "Y"
                       perform 310-write-limit-detail
                   end-if
               end-perform
           end-if.
           write report-line               from ws-newline.

       310-write-limit-detail.
           move ws-cust-number(ws-cust-idx)    to ol-lm-customer-number.
           move ws-cust-name(ws-cust-idx)      to ol-lm-customer-name.
           move ws-cust-credit-count(ws-cust-idx)
                                           to ol-lm-count.
           move ws-cust-credit-amount(ws-cust-idx)
                                           to ol-lm-amount.
           move ws-cust-stores(ws-cust-idx)    to ol-lm-stores.
           write report-line               from ws-limit-detail-line.

       end program NoRcpt.
