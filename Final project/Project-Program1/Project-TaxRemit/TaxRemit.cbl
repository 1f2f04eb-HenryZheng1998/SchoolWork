       author. Henry Zheng.
       date-written. 2026-08-21.
      * Purpose: Monthly sales tax remittance reporting by store and
      *          jurisdiction. Reads the month's rows off the daily
      *          store/SKU summary of the history, prices each one
      *          with the rate of the store's tax jurisdiction
      *          (amounts in the stream are tax-inclusive, so the
      *          taxable portion is backed out of each row), nets
      *          returns as credits, and reports taxable sales, tax
      *          collected and returns credited per store and per
      *          jurisdiction - the numbers filed with the states.
      *          Tickets rung tax-exempt against a customer's
      *          exemption certificate collect nothing and are
      *          reported as exempt sales on their own line.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure daily store/SKU summary of the transaction
      * history - positioned on the first of the target month and
      * read forward to its last day
           select optional DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure store master - carries each store's jurisdiction
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"

       data division.
       file section.
       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.
      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
      * tax arithmetic scratch - tickets are tax-inclusive, so the
      * taxable portion is the ticket over (1 + rate) and the tax
      * is the remainder
       77  ws-work-taxable                 pic 9(9)V99
           value 0.
      * a summary row split into the dollars rung tax-exempt and
      * the rest; its record count goes to the no-rate line once
       77  ws-row-amount                   pic 9(9)V99
           value 0.
       77  ws-row-exempt-amount            pic 9(9)V99
           value 0.
       77  ws-row-count                    pic 9(7)
           value 0.
       77  ws-work-tax                     pic s9(9)V99
           value 0.
               10  ws-store-tax-collected   pic s9(7)V99 value 0.
               10  ws-store-returns-taxable pic 9(9)V99 value 0.
               10  ws-store-returns-tax     pic s9(7)V99 value 0.
      * tax-exempt tickets, whole - no tax was in them to back out
               10  ws-store-exempt-sales    pic s9(9)V99 value 0.

      * Jurisdiction roll-up for the filing totals.
       01 ws-juris-count                   pic 999
               10  ws-juris-tax-collected   pic s9(9)V99 value 0.
               10  ws-juris-returns-taxable pic 9(9)V99 value 0.
               10  ws-juris-returns-tax     pic s9(9)V99 value 0.
               10  ws-juris-exempt-sales    pic s9(9)V99 value 0.

      * Output storage section
       01 ws-newline                               pic x
               value spaces.
           05  ol-juris-net                    pic $$$$,$$9.99-.

      * exempt sales on their own line under the store and the
      * jurisdiction, the way the returns ask for them
       01 ws-store-exempt-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(32)
               value "Tax-exempt sales".
           05  ol-store-exempt-sales           pic $$$,$$$,$$9.99-.

       01 ws-juris-exempt-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(27)
               value "Tax-exempt sales".
           05  ol-juris-exempt-sales           pic $$$,$$$,$$9.99-.

       01 ws-gc-issue-line.
           05  filler                              pic x(38)
               value "Gift-card issuances excluded from tax".
           write report-line               from ws-newline.

           open input SKU-MASTER-FILE.
           open input DAILY-SUMMARY-FILE.
           if ws-summary-status = "00"
               move low-values             to DS-RECORD-KEY
               compute DS-SUMMARY-DATE = ws-target-yearmonth * 100 + 1
               start DAILY-SUMMARY-FILE
                       key is not less than DS-RECORD-KEY
                   invalid key move "Y" to ws-eof
               end-start
               if ws-eof = "N"
                   read DAILY-SUMMARY-FILE next record
                       at end move "Y" to ws-eof
                   end-read
               end-if
               perform 100-price-summary-row until ws-eof = "Y"
           end-if.
           close DAILY-SUMMARY-FILE SKU-MASTER-FILE.

           perform 200-write-store-section.
           perform 210-write-juris-section.
               end-if
           end-perform.

      * back the taxable portion out of a tax-inclusive amount:
      * taxable = amount / (1 + rate), tax = amount - taxable. The
      * summary row is split whole, so the month's tax can differ
      * from a ticket-by-ticket split by rounding pennies.
       060-split-ticket.
           compute ws-work-taxable rounded =
               ws-row-amount
                   / (1 + ws-store-rate(ws-store-idx)).
           compute ws-work-tax =
               ws-row-amount - ws-work-taxable.

       100-price-summary-row.
           compute ws-record-yearmonth =
               DS-SUMMARY-DATE / 100.
           if ws-record-yearmonth > ws-target-yearmonth
               move "Y"                    to ws-eof
           end-if.
      * a transfer between our own stores sells nothing and
      * collects no tax
           if ws-record-yearmonth = ws-target-yearmonth
                   and DS-TRANSACTION-CODE not = "O"
                   and DS-TRANSACTION-CODE not = "I"
               perform 105-check-gc-issuance
               if ws-record-is-gc-issue = "Y"
      * a voided issuance nets the excluded figure back down the
      * same way it nets the liability back down
                   if DS-TRANSACTION-CODE = "V"
                       subtract DS-RECORD-COUNT from ws-gc-issue-count
                       subtract DS-GROSS-AMOUNT
                               from ws-gc-issue-tamount
                   else
                       add DS-RECORD-COUNT to ws-gc-issue-count
                       add DS-GROSS-AMOUNT
                               to ws-gc-issue-tamount
                   end-if
               else
                   move DS-RECORD-COUNT    to ws-row-count
                   move DS-EXEMPT-AMOUNT   to ws-row-exempt-amount
                   compute ws-row-amount =
                       DS-GROSS-AMOUNT - DS-EXEMPT-AMOUNT
                   if ws-row-exempt-amount > 0
                       perform 120-add-exempt-record
                   end-if
                   if ws-row-amount > 0
                       perform 110-price-month-record
                   end-if
               end-if
           end-if.
           if ws-eof = "N"
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
               end-read
           end-if.

      * selling the card itself collects no tax - that dollar is
      * taxed once, when the card later buys merchandise
       105-check-gc-issuance.
           move "N" to ws-record-is-gc-issue.
           if (DS-TRANSACTION-CODE = "S"
                   or DS-TRANSACTION-CODE = "V")
                   and ws-sku-master-status = "00"
               move DS-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
       110-price-month-record.
           search all ws-store-entry
               at end
                   add ws-row-count to ws-no-rate-count
                   add ws-row-amount to ws-no-rate-tamount
                   move 0 to ws-row-count
               when ws-store-number(ws-store-idx) = DS-STORE-NUMBER
                   if ws-store-rate-found(ws-store-idx) = "N"
                       add ws-row-count to ws-no-rate-count
                       add ws-row-amount
                               to ws-no-rate-tamount
                       move 0 to ws-row-count
                   else
                       perform 060-split-ticket
                       evaluate DS-TRANSACTION-CODE
                           when "R"
                               add ws-work-taxable to
                                 ws-store-returns-taxable(ws-store-idx)
                   end-if
           end-search.

      * an exempt ticket goes to exempt sales whole; a return or
      * void of one takes it back out
       120-add-exempt-record.
           search all ws-store-entry
               at end
                   add ws-row-count to ws-no-rate-count
                   add ws-row-exempt-amount to ws-no-rate-tamount
                   move 0 to ws-row-count
               when ws-store-number(ws-store-idx) = DS-STORE-NUMBER
                   if DS-TRANSACTION-CODE = "R"
                           or DS-TRANSACTION-CODE = "V"
                       subtract ws-row-exempt-amount from
                           ws-store-exempt-sales(ws-store-idx)
                   else
                       add ws-row-exempt-amount to
                           ws-store-exempt-sales(ws-store-idx)
                   end-if
           end-search.

       200-write-store-section.
           write report-line               from ws-store-head.
           write report-line               from ws-store-column.
                       - ws-store-returns-tax(ws-store-idx)
               move ws-work-tax            to ol-net-tax-due
               write report-line       from ws-store-detail-line
               if ws-store-exempt-sales(ws-store-idx) not = 0
                   move ws-store-exempt-sales(ws-store-idx)
                                           to ol-store-exempt-sales
                   write report-line   from ws-store-exempt-line
               end-if
               perform 205-roll-into-jurisdiction
           end-perform.
           write report-line               from ws-newline.
                       to ws-juris-returns-taxable(ws-juris-idx)
               add ws-store-returns-tax(ws-store-idx)
                       to ws-juris-returns-tax(ws-juris-idx)
               add ws-store-exempt-sales(ws-store-idx)
                       to ws-juris-exempt-sales(ws-juris-idx)
           end-if.

       210-write-juris-section.
                       - ws-juris-returns-tax(ws-juris-idx)
               move ws-work-tax            to ol-juris-net
               write report-line       from ws-juris-detail-line
               move ws-juris-exempt-sales(ws-juris-idx)
                                           to ol-juris-exempt-sales
               write report-line       from ws-juris-exempt-line
           end-perform.

       end program TaxRemit.
