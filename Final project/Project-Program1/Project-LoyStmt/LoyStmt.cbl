       identification division.
       program-id. LoyStmt.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Month-end loyalty points reporting. Walks the points
      *          activity journal the edit and the review disposition
      *          append to, and the loyalty ledger itself, and
      *          produces the target month's points-liability report
      *          for accounting (points earned, reversed, redeemed
      *          and handed back in the month, and the points still
      *          outstanding at month end valued at the point value)
      *          plus the statement file by customer: one header per
      *          customer with the month's opening and closing
      *          balance, followed by that customer's activity lines.
      *          The month-end balance is the ledger balance with any
      *          activity posted after the target month backed out,
      *          so the report can be rerun later for a closed month.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure customer loyalty points ledger, read front to back
           select LOYALTY-LEDGER-FILE
               assign to "../../../datafiles/data/loyalty-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is LY-CUSTOMER-NUMBER
               file status is ws-ledger-status.
      * configure points activity journal - optional so a month with
      * no loyalty activity yet still reports the ledger
           select optional LOYALTY-ACTIVITY-FILE
               assign to
               "../../../datafiles/data/loyalty-activity.dat"
               organization is line sequential
               file status is ws-activity-status.
      * configure customer master - names for the statements;
      * optional like every other customer-master lookup
           select optional CUSTOMER-MASTER-FILE
               assign to "../../../datafiles/data/customer-master.dat"
               organization is indexed
               access mode is random
               record key is CM-CUSTOMER-NUMBER
               file status is ws-customer-master-status.
      * configure target-month parameter file - the same override
      * MONTHEND reads, so both close the same month
           select optional MONTHEND-PARAMS-FILE
               assign to "../../../datafiles/data/monthend-params.dat"
               organization is line sequential
               file status is ws-params-status.
      * configure loyalty program parameter file - the point value
      * the outstanding balances are carried at
           select optional LOYALTY-PARAMS-FILE
               assign to "../../../datafiles/data/loyalty-params.dat"
               organization is line sequential
               file status is ws-loyalty-params-status.
      * configure points-liability report output
           select LIABILITY-REPORT-FILE
               assign to "../../../data2/loyalty-liab.out"
               organization is line sequential.
      * configure customer statement file output
           select STATEMENT-FILE
               assign to "../../../data2/loyalty-stmt.dat"
               organization is line sequential.

       data division.
       file section.
       fd LOYALTY-LEDGER-FILE.
           COPY LOYALTY.

       fd LOYALTY-ACTIVITY-FILE
           data record is LOYALTY-ACTIVITY-RECORD
           record contains 47 characters.

           COPY LOYACT.

       fd CUSTOMER-MASTER-FILE.
           COPY CUSTMSTR.

       fd MONTHEND-PARAMS-FILE
           data record is monthend-params-line
           record contains 6 characters.

       01 monthend-params-line              pic 9(6).

       fd LOYALTY-PARAMS-FILE
           data record is LOYALTY-PARAMS-RECORD
           record contains 10 characters.

           COPY LOYPARM.

       fd LIABILITY-REPORT-FILE
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       fd STATEMENT-FILE
           data record is statement-line
           record contains 110 characters.

       01 statement-line                    pic x(110).

       working-storage section.

      * end of file flags
       77  ws-eof                          pic x
           value "N".
       77  ws-ledger-eof                   pic x
           value "N".
       77  ws-ledger-status                pic xx
           value spaces.
       77  ws-activity-status              pic xx
           value spaces.
       77  ws-customer-master-status       pic xx
           value spaces.
      * set once when the customer master opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-customer-master-open         pic x
           value "N".
       77  ws-params-status                pic xx
           value spaces.
       77  ws-loyalty-params-status        pic xx
           value spaces.

      * target reporting month, defaulted to the current month and
      * overridable through the month-end params file
       77  ws-target-yearmonth             pic 9(6)
           value 0.
       77  ws-record-yearmonth             pic 9(6)
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-year                   pic 9(4).
           05 ws-cd-month                  pic 9(2).
           05 filler                       pic x(15).
      * dollars per point - the same default the edit redeems at
       77  ws-point-value                  pic 9V9(4)
           value 0.0100.

      * Customer table - every customer the journal shows moving
      * in or after the target month, with the month's movement by
      * kind and the net movement posted since month end (backed
      * out of today's ledger balance to get the month-end one).
      * Same fixed-upper-bound OCCURS pattern as the other report
      * tables, with the same flag-and-skip guard when it fills.
       77  ws-cust-table-full              pic x
           value "N".
       01 ws-cust-count                    pic 9(5)
           value 0.
       01 ws-cust-table.
           05  ws-cust-entry OCCURS 1 TO 5000 TIMES
                   DEPENDING ON ws-cust-count
                   INDEXED BY ws-cust-idx.
               10  ws-cust-number           pic x(8).
               10  ws-cust-earned           pic 9(9).
               10  ws-cust-reversed         pic 9(9).
               10  ws-cust-redeemed         pic 9(9).
               10  ws-cust-credited         pic 9(9).
               10  ws-cust-after-net        pic s9(9).
               10  ws-cust-month-lines      pic 9(5).
               10  ws-cust-on-ledger        pic x.

      * the target month's journal lines, kept for the statement
      * detail
       77  ws-act-table-full               pic x
           value "N".
       01 ws-act-count                     pic 9(5)
           value 0.
       01 ws-act-table.
           05  ws-act-entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ws-act-count
                   INDEXED BY ws-act-idx.
               10  ws-act-customer          pic x(8).
               10  ws-act-date              pic 9(8).
               10  ws-act-store             pic 99.
               10  ws-act-invoice           pic x(9).
               10  ws-act-line              pic 99.
               10  ws-act-code              pic x.
               10  ws-act-type              pic x.
               10  ws-act-points            pic s9(7).
               10  ws-act-dollars           pic 9(6)V99.

      * per-account month-end figures
       77  ws-closing-points               pic s9(9)
           value 0.
       77  ws-opening-points               pic s9(9)
           value 0.
       77  ws-month-net                    pic s9(9)
           value 0.
       77  ws-month-earned                 pic 9(9)
           value 0.
       77  ws-month-reversed               pic 9(9)
           value 0.
       77  ws-month-redeemed               pic 9(9)
           value 0.
       77  ws-month-credited               pic 9(9)
           value 0.
       77  ws-month-lines                  pic 9(5)
           value 0.

      * report totals
       77  ws-ledger-accounts              pic 9(7)
           value 0.
       77  ws-positive-accounts            pic 9(7)
           value 0.
       77  ws-negative-accounts            pic 9(7)
           value 0.
       77  ws-statement-count              pic 9(7)
           value 0.
       77  ws-unmatched-count              pic 9(7)
           value 0.
       77  ws-total-opening                pic s9(11)
           value 0.
       77  ws-total-closing                pic s9(11)
           value 0.
       77  ws-total-outstanding            pic 9(11)
           value 0.
       77  ws-total-owed                   pic 9(11)
           value 0.
       77  ws-total-earned                 pic 9(11)
           value 0.
       77  ws-total-reversed               pic 9(11)
           value 0.
       77  ws-total-redeemed               pic 9(11)
           value 0.
       77  ws-total-credited               pic 9(11)
           value 0.
       77  ws-liability-amount             pic 9(9)V99
           value 0.

      * Statement file records - a header per customer, then the
      * customer's activity lines for the month
       01 ws-stmt-header.
           05  st-record-type                      pic x
               value "H".
           05  st-customer-number                  pic x(8).
           05  st-customer-name                    pic x(20).
           05  st-statement-month                  pic 9(6).
           05  st-opening-points                   pic s9(9)
                                       sign leading separate.
           05  st-earned-points                    pic 9(9).
           05  st-reversed-points                  pic 9(9).
           05  st-redeemed-points                  pic 9(9).
           05  st-credited-points                  pic 9(9).
           05  st-closing-points                   pic s9(9)
                                       sign leading separate.
           05  st-closing-value                    pic s9(7)V99
                                       sign leading separate.
           05  filler                              pic x(9)
               value spaces.

       01 ws-stmt-detail.
           05  sd-record-type                      pic x
               value "D".
           05  sd-customer-number                  pic x(8).
           05  sd-activity-date                    pic 9(8).
           05  sd-store-number                     pic 99.
           05  sd-invoice-number                   pic x(9).
           05  sd-line-number                      pic 99.
           05  sd-transaction-code                 pic x.
           05  sd-activity-type                    pic x.
           05  sd-points                           pic s9(7)
                                       sign leading separate.
           05  sd-dollar-amount                    pic 9(6)V99.
           05  filler                              pic x(62)
               value spaces.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(35)
               value "Loyalty Points Liability   Month: ".
           05  ol-target-yearmonth                 pic 9(6).
           05  filler                              pic x(17)
               value "   Point value: ".
           05  ol-point-value                      pic $9.9999.

       01 ws-activity-head.
           05  filler                              pic x(28)
               value "Points Activity in the Month".

       01 ws-liability-head.
           05  filler                              pic x(22)
               value "Liability at Month End".

       01 ws-points-line.
           05  ol-points-label                     pic x(40).
           05  ol-points-value               pic ---,---,---,--9.

       01 ws-amount-line.
           05  ol-amount-label                     pic x(40).
           05  ol-amount-value                 pic $$$$,$$$,$$9.99.

       01 ws-cust-capacity-line.
           05  filler                              pic x(27)
               value "Customer table capacity:  ".
           05  ol-cust-capacity-status        pic x(30).

       01 ws-act-capacity-line.
           05  filler                              pic x(27)
               value "Activity table capacity:  ".
           05  ol-act-capacity-status         pic x(30).

       procedure division.
           open output LIABILITY-REPORT-FILE
                       STATEMENT-FILE.

           move FUNCTION CURRENT-DATE      to ws-current-date-fields.
           compute ws-target-yearmonth =
               ws-cd-year * 100 + ws-cd-month.
           perform 040-load-monthend-params.
           perform 045-load-loyalty-params.

           open input CUSTOMER-MASTER-FILE.
           if ws-customer-master-status = "00"
               move "Y" to ws-customer-master-open
           end-if.

           open input LOYALTY-ACTIVITY-FILE.
           if ws-activity-status = "00"
               read LOYALTY-ACTIVITY-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 100-accumulate-activity until ws-eof = "Y"
           end-if.
           close LOYALTY-ACTIVITY-FILE.

           open input LOYALTY-LEDGER-FILE.
           if ws-ledger-status = "00"
               read LOYALTY-LEDGER-FILE next record
                   at end move "Y" to ws-ledger-eof
               end-read
               perform 200-process-account until ws-ledger-eof = "Y"
           end-if.
           close LOYALTY-LEDGER-FILE.

           perform 300-count-unmatched.
           perform 400-write-liability-report.

           close CUSTOMER-MASTER-FILE
                 LIABILITY-REPORT-FILE
                 STATEMENT-FILE.
           goback.

       040-load-monthend-params.
           open input MONTHEND-PARAMS-FILE.
           if ws-params-status = "00" then
               read MONTHEND-PARAMS-FILE
                   at end continue
                   not at end
                       move monthend-params-line to ws-target-yearmonth
               end-read
           end-if.
           close MONTHEND-PARAMS-FILE.

       045-load-loyalty-params.
           open input LOYALTY-PARAMS-FILE.
           if ws-loyalty-params-status = "00" then
               read LOYALTY-PARAMS-FILE
                   at end continue
                   not at end
                       if LP-POINT-VALUE is numeric
                               and LP-POINT-VALUE > 0
                           move LP-POINT-VALUE to ws-point-value
                       end-if
               end-read
           end-if.
           close LOYALTY-PARAMS-FILE.

      * find the journal line's customer in the table, adding it
      * on first sight - ws-cust-idx is left past the end when the
      * table is full and the customer is not already in it
       050-find-customer.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
                   or ws-cust-number(ws-cust-idx) = LA-CUSTOMER-NUMBER
               continue
           end-perform.
           if ws-cust-idx > ws-cust-count
               if ws-cust-count >= 5000
                   move "Y" to ws-cust-table-full
               else
                   add 1 to ws-cust-count
                   set ws-cust-idx to ws-cust-count
                   move LA-CUSTOMER-NUMBER
                           to ws-cust-number(ws-cust-idx)
                   move 0   to ws-cust-earned(ws-cust-idx)
                   move 0   to ws-cust-reversed(ws-cust-idx)
                   move 0   to ws-cust-redeemed(ws-cust-idx)
                   move 0   to ws-cust-credited(ws-cust-idx)
                   move 0   to ws-cust-after-net(ws-cust-idx)
                   move 0   to ws-cust-month-lines(ws-cust-idx)
                   move "N" to ws-cust-on-ledger(ws-cust-idx)
               end-if
           end-if.

      * journal lines before the target month are already in the
      * month's opening balance and are not needed
       100-accumulate-activity.
           compute ws-record-yearmonth = LA-ACTIVITY-DATE / 100.
           if ws-record-yearmonth >= ws-target-yearmonth
               perform 050-find-customer
               if ws-cust-idx <= ws-cust-count
                   if ws-record-yearmonth > ws-target-yearmonth
                       add LA-POINTS to ws-cust-after-net(ws-cust-idx)
                   else
                       perform 110-add-month-activity
                   end-if
               end-if
           end-if.
           read LOYALTY-ACTIVITY-FILE
               at end move "Y" to ws-eof
           end-read.

       110-add-month-activity.
           evaluate true
               when LA-POINTS-EARNED
                   add LA-POINTS to ws-cust-earned(ws-cust-idx)
               when LA-POINTS-REVERSED
                   subtract LA-POINTS
                       from ws-cust-reversed(ws-cust-idx)
               when LA-POINTS-REDEEMED
                   subtract LA-POINTS
                       from ws-cust-redeemed(ws-cust-idx)
               when LA-POINTS-CREDITED
                   add LA-POINTS to ws-cust-credited(ws-cust-idx)
           end-evaluate.
           add 1 to ws-cust-month-lines(ws-cust-idx).
           if ws-act-count >= 20000
               move "Y" to ws-act-table-full
           else
               add 1 to ws-act-count
               move LA-CUSTOMER-NUMBER  to ws-act-customer(ws-act-count)
               move LA-ACTIVITY-DATE    to ws-act-date(ws-act-count)
               move LA-STORE-NUMBER     to ws-act-store(ws-act-count)
               move LA-INVOICE-NUMBER   to ws-act-invoice(ws-act-count)
               move LA-LINE-NUMBER      to ws-act-line(ws-act-count)
               move LA-TRANSACTION-CODE to ws-act-code(ws-act-count)
               move LA-ACTIVITY-TYPE    to ws-act-type(ws-act-count)
               move LA-POINTS           to ws-act-points(ws-act-count)
               move LA-DOLLAR-AMOUNT
                       to ws-act-dollars(ws-act-count)
           end-if.

      * one ledger account: back out what posted after the target
      * month to get the month-end balance, back out the month's
      * own movement to get the opening balance, and write the
      * customer's statement when there is anything to say
       200-process-account.
           add 1 to ws-ledger-accounts.
           perform 210-find-account-activity.

           add ws-opening-points   to ws-total-opening.
           add ws-closing-points   to ws-total-closing.
           add ws-month-earned     to ws-total-earned.
           add ws-month-reversed   to ws-total-reversed.
           add ws-month-redeemed   to ws-total-redeemed.
           add ws-month-credited   to ws-total-credited.
      * a customer who redeemed and then returned the goods owes
      * points back - not a liability, reported on its own line
           if ws-closing-points > 0
               add 1 to ws-positive-accounts
               add ws-closing-points to ws-total-outstanding
           end-if.
           if ws-closing-points < 0
               add 1 to ws-negative-accounts
               subtract ws-closing-points from ws-total-owed
           end-if.

           if ws-month-lines > 0 or ws-closing-points not = 0
               perform 220-write-statement
           end-if.

           read LOYALTY-LEDGER-FILE next record
               at end move "Y" to ws-ledger-eof
           end-read.

       210-find-account-activity.
           move 0 to ws-month-earned.
           move 0 to ws-month-reversed.
           move 0 to ws-month-redeemed.
           move 0 to ws-month-credited.
           move 0 to ws-month-lines.
           move LY-POINTS-BALANCE to ws-closing-points.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
                   or ws-cust-number(ws-cust-idx) = LY-CUSTOMER-NUMBER
               continue
           end-perform.
           if ws-cust-idx <= ws-cust-count
               move "Y" to ws-cust-on-ledger(ws-cust-idx)
               move ws-cust-earned(ws-cust-idx)   to ws-month-earned
               move ws-cust-reversed(ws-cust-idx) to ws-month-reversed
               move ws-cust-redeemed(ws-cust-idx) to ws-month-redeemed
               move ws-cust-credited(ws-cust-idx) to ws-month-credited
               move ws-cust-month-lines(ws-cust-idx)
                                                  to ws-month-lines
               subtract ws-cust-after-net(ws-cust-idx)
                   from ws-closing-points
           end-if.
           compute ws-month-net =
               ws-month-earned - ws-month-reversed
                   - ws-month-redeemed + ws-month-credited.
           compute ws-opening-points =
               ws-closing-points - ws-month-net.

       220-write-statement.
           move LY-CUSTOMER-NUMBER     to st-customer-number.
           move spaces                 to st-customer-name.
           if ws-customer-master-open = "Y"
               move LY-CUSTOMER-NUMBER to CM-CUSTOMER-NUMBER
               read CUSTOMER-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       move CM-CUSTOMER-NAME to st-customer-name
               end-read
           end-if.
           move ws-target-yearmonth    to st-statement-month.
           move ws-opening-points      to st-opening-points.
           move ws-month-earned        to st-earned-points.
           move ws-month-reversed      to st-reversed-points.
           move ws-month-redeemed      to st-redeemed-points.
           move ws-month-credited      to st-credited-points.
           move ws-closing-points      to st-closing-points.
           compute st-closing-value rounded =
               ws-closing-points * ws-point-value.
           write statement-line        from ws-stmt-header.
           add 1 to ws-statement-count.

           perform varying ws-act-idx from 1 by 1
                   until ws-act-idx > ws-act-count
               if ws-act-customer(ws-act-idx) = LY-CUSTOMER-NUMBER
                   move ws-act-customer(ws-act-idx)
                                       to sd-customer-number
                   move ws-act-date(ws-act-idx)
                                       to sd-activity-date
                   move ws-act-store(ws-act-idx)
                                       to sd-store-number
                   move ws-act-invoice(ws-act-idx)
                                       to sd-invoice-number
                   move ws-act-line(ws-act-idx)
                                       to sd-line-number
                   move ws-act-code(ws-act-idx)
                                       to sd-transaction-code
                   move ws-act-type(ws-act-idx)
                                       to sd-activity-type
                   move ws-act-points(ws-act-idx)
                                       to sd-points
                   move ws-act-dollars(ws-act-idx)
                                       to sd-dollar-amount
                   write statement-line from ws-stmt-detail
               end-if
           end-perform.

      * month activity in the journal for a customer the ledger
      * does not carry - the two have come apart and accounting
      * should not book the month until someone looks
       300-count-unmatched.
           perform varying ws-cust-idx from 1 by 1
                   until ws-cust-idx > ws-cust-count
               if ws-cust-on-ledger(ws-cust-idx) = "N"
                       and ws-cust-month-lines(ws-cust-idx) > 0
                   add 1 to ws-unmatched-count
               end-if
           end-perform.

       400-write-liability-report.
           move ws-target-yearmonth        to ol-target-yearmonth.
           move ws-point-value             to ol-point-value.
           write report-line               from ws-headline.
           write report-line               from ws-newline.

           write report-line               from ws-activity-head.
           move "Points earned"            to ol-points-label.
           move ws-total-earned            to ol-points-value.
           write report-line               from ws-points-line.
           move "Points reversed (returns, voids, exch)"
                                           to ol-points-label.
           move ws-total-reversed          to ol-points-value.
           write report-line               from ws-points-line.
           move "Points redeemed as tender"
                                           to ol-points-label.
           move ws-total-redeemed          to ol-points-value.
           write report-line               from ws-points-line.
           move "Points handed back (voided redemptions)"
                                           to ol-points-label.
           move ws-total-credited          to ol-points-value.
           write report-line               from ws-points-line.
           write report-line               from ws-newline.

           write report-line               from ws-liability-head.
           move "Accounts on ledger"       to ol-points-label.
           move ws-ledger-accounts         to ol-points-value.
           write report-line               from ws-points-line.
           move "Opening points (all accounts)"
                                           to ol-points-label.
           move ws-total-opening           to ol-points-value.
           write report-line               from ws-points-line.
           move "Closing points (all accounts)"
                                           to ol-points-label.
           move ws-total-closing           to ol-points-value.
           write report-line               from ws-points-line.
           move "Accounts holding points"  to ol-points-label.
           move ws-positive-accounts       to ol-points-value.
           write report-line               from ws-points-line.
           move "Points outstanding"       to ol-points-label.
           move ws-total-outstanding       to ol-points-value.
           write report-line               from ws-points-line.
           compute ws-liability-amount rounded =
               ws-total-outstanding * ws-point-value.
           move "Points liability"         to ol-amount-label.
           move ws-liability-amount        to ol-amount-value.
           write report-line               from ws-amount-line.
           move "Accounts owing points back"
                                           to ol-points-label.
           move ws-negative-accounts       to ol-points-value.
           write report-line               from ws-points-line.
           move "Points owed back"         to ol-points-label.
           move ws-total-owed              to ol-points-value.
           write report-line               from ws-points-line.
           move "Statements written"       to ol-points-label.
           move ws-statement-count         to ol-points-value.
           write report-line               from ws-points-line.
           move "Journal accounts not on ledger"
                                           to ol-points-label.
           move ws-unmatched-count         to ol-points-value.
           write report-line               from ws-points-line.
           write report-line               from ws-newline.

           if ws-cust-table-full = "Y"
               move "FULL (5000 max)"  to ol-cust-capacity-status
           else
               move "OK"               to ol-cust-capacity-status
           end-if.
           write report-line           from ws-cust-capacity-line.
           if ws-act-table-full = "Y"
               move "FULL (20000 max)" to ol-act-capacity-status
           else
               move "OK"               to ol-act-capacity-status
           end-if.
           write report-line           from ws-act-capacity-line.

      * journal and ledger disagree - hand the job a non-zero code
      * so the month-end alert fires
           if ws-unmatched-count > 0
               move 4 to RETURN-CODE
           end-if.

       end program LoyStmt.
