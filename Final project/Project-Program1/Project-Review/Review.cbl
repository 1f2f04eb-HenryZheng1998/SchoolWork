               access mode is dynamic
               record key is GC-CARD-NUMBER
               file status is ws-gift-card-status.
      * configure customer loyalty points ledger and its activity
      * journal - a released sale earns, a released return,
      * exchange or void reverses, a released 'LP' tender redeems,
      * same as Edit posts the records it releases itself
           select LOYALTY-LEDGER-FILE
               assign to
               "../../../datafiles/data/loyalty-ledger.dat"
               organization is indexed
               access mode is dynamic
               record key is LY-CUSTOMER-NUMBER
               file status is ws-loyalty-status.
           select LOYALTY-ACTIVITY-FILE
               assign to
               "../../../datafiles/data/loyalty-activity.dat"
               organization is line sequential
               file status is ws-loyalty-activity-status.
      * configure no-receipt credit ledger - a released no-receipt
      * return is recorded against its customer's limits, same as
      * Edit posts the records it releases itself
           select NORECEIPT-CREDIT-FILE
               assign to
               "../../../datafiles/data/noreceipt-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is NC-RECORD-KEY
               file status is ws-noreceipt-status.
      * configure loyalty program parameter file - the same earn
      * rate and point value Edit posts with
           select optional LOYALTY-PARAMS-FILE
               assign to
               "../../../datafiles/data/loyalty-params.dat"
               organization is line sequential
               file status is ws-loyalty-params-status.
      * configure SKU catalog lookup - the way the edit tells a
      * gift-card issuance from ordinary merchandise
           select SKU-MASTER-FILE
       file section.
       fd REVIEW-RECORDS-DATA-FILE
           data record is review-line
           record contains 93 characters.

           COPY TRANINPT REPLACING ==input-line== BY ==review-line==.


       fd VALID-RECORDS-DATA-FILE
           data record is valid-line
           record contains 93 characters.

       01 valid-line                        pic x(93).

       fd VALID-CSV-FILE
           data record is valid-csv-line

       fd INVALID-RECORDS-DATA-FILE
           data record is invalid-line
           record contains 93 characters.

       01 invalid-line                      pic x(93).

       fd REVIEW-PENDING-FILE
           data record is pending-line
           record contains 93 characters.

       01 pending-line                      pic x(93).

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
       fd GIFT-CARD-LEDGER-FILE.
           COPY GIFTCARD.

       fd LOYALTY-LEDGER-FILE.
           COPY LOYALTY.

       fd LOYALTY-ACTIVITY-FILE
           data record is LOYALTY-ACTIVITY-RECORD
           record contains 47 characters.

           COPY LOYACT.

       fd NORECEIPT-CREDIT-FILE.
           COPY NRCREDIT.

       fd LOYALTY-PARAMS-FILE
           data record is LOYALTY-PARAMS-RECORD
           record contains 10 characters.

           COPY LOYPARM.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

           value spaces.
       77  ws-gift-card-status             pic xx
           value spaces.
       77  ws-loyalty-status               pic xx
           value spaces.
       77  ws-loyalty-activity-status      pic xx
           value spaces.
       77  ws-loyalty-params-status        pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
       77  ws-noreceipt-status             pic xx
           value spaces.
       77  ws-pending-status               pic xx
           value spaces.

           value spaces.
       77  ws-gc-tender-amount             pic 9(5)V99
           value 0.
      * loyalty resolution, mirroring Edit's: the earn rate and
      * point value, the points an 'LP' tender draws, whose ledger
      * the record moves and whether the original sale earned
       77  ws-ly-earn-rate                 pic 9(3)V99
           value 1.00.
       77  ws-ly-point-value               pic 9V9(4)
           value 0.0100.
       77  ws-has-lp-tender                pic x
           value "N".
       77  ws-lp-tender-amount             pic 9(5)V99
           value 0.
       77  ws-lp-points                    pic 9(7)
           value 0.
       77  ws-lp-points-value              pic 9(7)V9(4)
           value 0.
       77  ws-ly-customer-number           pic x(8)
           value spaces.
       77  ws-ly-sale-earned               pic x
           value "N".
       77  ws-ly-gift-card-sku             pic x
           value "N".
       77  ws-ly-original-amount           pic 9(5)V99
           value 0.
       77  ws-ly-post-type                 pic x
           value spaces.
       77  ws-ly-post-dollars              pic 9(6)V99
           value 0.
       77  ws-ly-post-points               pic 9(7)
           value 0.
       77  ws-ly-account-state             pic x
           value spaces.
       77  ws-record-decision              pic x
           value spaces.
       77  ws-record-approver              pic x(8)
               open i-o GIFT-CARD-LEDGER-FILE
           end-if.

      * no-receipt credit ledger the same way
           open i-o NORECEIPT-CREDIT-FILE.
           if ws-noreceipt-status = "35" then
               open output NORECEIPT-CREDIT-FILE
               close NORECEIPT-CREDIT-FILE
               open i-o NORECEIPT-CREDIT-FILE
           end-if.

      * loyalty ledger and journal the same way Edit opens them
           open i-o LOYALTY-LEDGER-FILE.
           if ws-loyalty-status = "35" then
               open output LOYALTY-LEDGER-FILE
               close LOYALTY-LEDGER-FILE
               open i-o LOYALTY-LEDGER-FILE
           end-if.
           open extend LOYALTY-ACTIVITY-FILE.
           if ws-loyalty-activity-status = "35" then
               open output LOYALTY-ACTIVITY-FILE
           end-if.

           open input SKU-MASTER-FILE.

      * append to the shared audit log - fall back to OUTPUT the
           end-if.

           perform 040-check-rerun-protection.
           perform 045-load-loyalty-params.
           perform 050-load-decisions.

           write report-line               from ws-headline.
                   DISPOSITION-REPORT-FILE
                   SALES-HISTORY-FILE
                   GIFT-CARD-LEDGER-FILE
                   NORECEIPT-CREDIT-FILE
                   LOYALTY-LEDGER-FILE
                   LOYALTY-ACTIVITY-FILE
                   SKU-MASTER-FILE
                   AUDIT-LOG-FILE.
           goback.
               close REVIEW-PENDING-FILE REVIEW-RECORDS-DATA-FILE
           end-if.

      * the loyalty earn rate and point value - the same optional
      * params file and defaults Edit posts with
       045-load-loyalty-params.
           open input LOYALTY-PARAMS-FILE.
           if ws-loyalty-params-status = "00" then
               read LOYALTY-PARAMS-FILE
                   at end continue
                   not at end
                       if LP-EARN-RATE is numeric
                           move LP-EARN-RATE to ws-ly-earn-rate
                       end-if
                       if LP-POINT-VALUE is numeric
                               and LP-POINT-VALUE > 0
                           move LP-POINT-VALUE to ws-ly-point-value
                       end-if
               end-read
           end-if.
           close LOYALTY-PARAMS-FILE.

       050-load-decisions.
           open input DECISION-FILE.
           if ws-decision-status = "00" then
       100-disposition-record.
           perform 060-find-decision.
           perform 115-resolve-tenders.
           perform 117-resolve-loyalty.

           move il-transaction-code        to ol-transaction-code.
           move il-transaction-amount      to ol-transaction-amount.
                   perform 110-write-valid-csv
                   perform 120-post-sales-history
                   perform 125-post-gift-card
                   perform 126-post-loyalty
                   add 1                   to ws-approved-count
                   add il-transaction-amount
                                           to ws-approved-tamount
           move "N"    to ws-gc-legacy-invoice.
           move spaces to ws-gc-card-number.
           move 0      to ws-gc-tender-amount.
           move "N"    to ws-has-lp-tender.
           move 0      to ws-lp-tender-amount.
           if il-payment-type = "LP"
               move "Y" to ws-has-lp-tender
               if il-tender-2-type = spaces
                       or il-tender-1-amount is not numeric
                       or il-tender-1-amount = 0
                   move il-transaction-amount
                           to ws-lp-tender-amount
               else
                   move il-tender-1-amount to ws-lp-tender-amount
               end-if
           end-if.
           if il-tender-2-type = "LP"
                   and il-tender-2-amount is numeric
               move "Y" to ws-has-lp-tender
               move il-tender-2-amount to ws-lp-tender-amount
           end-if.
           if il-payment-type = "GC"
               move "Y" to ws-has-gc-tender
               if il-tender-2-type = spaces
               end-if
           end-if.

      * Mirror of Edit's loyalty resolution - the record already
      * passed Edit's loyalty edits before it was queued, so only
      * the resolution is needed: the points an 'LP' tender draws,
      * and whose ledger a sale earns for or a return, exchange or
      * void reverses against. Resolved before the sales history
      * posting rewrites or removes the original sale.
       117-resolve-loyalty.
           move spaces to ws-ly-customer-number.
           move "N"    to ws-ly-sale-earned.
           move "N"    to ws-ly-gift-card-sku.
           move 0      to ws-ly-original-amount.
           move 0      to ws-lp-points.
           move il-SKU-code to SKM-SKU-CODE.
           read SKU-MASTER-FILE
               invalid key
                   continue
               not invalid key
                   if SKM-GIFT-CARD-SKU
                       move "Y" to ws-ly-gift-card-sku
                   end-if
           end-read.
           if il-transaction-code = "S" or il-transaction-code = "L"
               move il-customer-number to ws-ly-customer-number
           end-if.
           if (il-transaction-code = "R" or il-transaction-code = "X"
                   or il-transaction-code = "V")
                   and ws-gc-legacy-invoice not = "Y"
               move il-invoice-number to SH-INVOICE-NUMBER
               move il-line-number    to SH-LINE-NUMBER
               read SALES-HISTORY-FILE
                   invalid key
                       continue
                   not invalid key
                       move SH-SALE-AMOUNT to ws-ly-original-amount
                       if SH-CUSTOMER-NUMBER not = spaces
                           move SH-CUSTOMER-NUMBER
                                   to ws-ly-customer-number
                           move "Y" to ws-ly-sale-earned
                       end-if
               end-read
           end-if.
           if il-transaction-code = "X"
                   and ws-ly-customer-number = spaces
               move il-customer-number to ws-ly-customer-number
           end-if.
           if il-transaction-code = "V"
                   and ws-gc-legacy-invoice = "Y"
               move il-customer-number to ws-ly-customer-number
               if il-customer-number not = spaces
                   move "Y" to ws-ly-sale-earned
               end-if
           end-if.
           if ws-has-lp-tender = "Y"
               compute ws-lp-points =
                   ws-lp-tender-amount / ws-ly-point-value
               compute ws-lp-points-value =
                   ws-lp-points * ws-ly-point-value
               if ws-lp-points-value < ws-lp-tender-amount
                   add 1 to ws-lp-points
               end-if
           end-if.

      * Post a released record's effect on the sales history master,
      * the same way Edit posts the records it releases itself - a
      * Sale opens its invoice for future returns, a Return draws
      * number, not a new sale invoice - its effect lands on the
      * card ledger in 125-post-gift-card instead. A split ticket
      * posts here like any sale; only its GC portion goes to the
      * card ledger. A no-receipt return names no sale to draw
      * down - its credit is posted in 125-post-gift-card.
           if ws-gc-legacy-invoice = "Y"
                   or il-merch-credit-tender
               continue
           else
           evaluate il-transaction-code
                   move il-transaction-amount  to SH-SALE-AMOUNT
                   move il-transaction-amount  to SH-RETURNABLE-AMOUNT
                   move il-transaction-date    to SH-SALE-DATE
                   move il-customer-number     to SH-CUSTOMER-NUMBER
                   write SALES-HISTORY-RECORD
                       invalid key continue
                   end-write
                           continue
                       not invalid key
                           move il-SKU-code    to SH-SKU-CODE
                           if SH-CUSTOMER-NUMBER = spaces
                               move il-customer-number
                                       to SH-CUSTOMER-NUMBER
                           end-if
                           rewrite SALES-HISTORY-RECORD
                   end-read
      * a released void takes the same-day sale back out of the
                   end-read
               end-if
           end-if.
           if il-transaction-code = "R" and il-merch-credit-tender
               perform 125A-post-merch-credit
           end-if.

      * a released no-receipt return opens its merchandise-credit
      * card and is recorded against the customer's limits, the
      * same way Edit posts the ones it releases itself
       125A-post-merch-credit.
           move il-card-number         to GC-CARD-NUMBER.
           move il-store-number        to GC-STORE-NUMBER.
           move il-transaction-amount  to GC-ISSUED-AMOUNT.
           move il-transaction-amount  to GC-BALANCE-REMAINING.
           move il-transaction-date    to GC-ISSUE-DATE.
           move il-transaction-date    to GC-LAST-ACTIVITY-DATE.
           set GC-CARD-OPEN            to true.
           write GIFT-CARD-LEDGER-RECORD
               invalid key continue
           end-write.
           move il-customer-number     to NC-CUSTOMER-NUMBER.
           move il-transaction-date    to NC-CREDIT-DATE.
           move il-card-number         to NC-CARD-NUMBER.
           move il-store-number        to NC-STORE-NUMBER.
           move il-invoice-number      to NC-INVOICE-NUMBER.
           move il-line-number         to NC-LINE-NUMBER.
           move il-SKU-code            to NC-SKU-CODE.
           move il-quantity            to NC-QUANTITY.
           move il-transaction-amount  to NC-CREDIT-AMOUNT.
           move il-cashier-number      to NC-CASHIER-NUMBER.
           write NORECEIPT-CREDIT-RECORD
               invalid key continue
           end-write.

      * Post a released record's effect on the loyalty ledger, the
      * same way Edit posts the records it releases itself - the
      * 'LP' redemption (or a void's hand-back), then the points
      * the sale earns or the return, exchange or void reverses.
       126-post-loyalty.
           if ws-has-lp-tender = "Y" and ws-lp-points > 0
               move il-customer-number to LY-CUSTOMER-NUMBER
               read LOYALTY-LEDGER-FILE
                   invalid key
                       continue
                   not invalid key
                       if il-transaction-code = "V"
                           add ws-lp-points to LY-POINTS-BALANCE
                           subtract ws-lp-points
                               from LY-POINTS-REDEEMED-LTD
                           set LA-POINTS-CREDITED to true
                           move ws-lp-points to LA-POINTS
                       else
                           subtract ws-lp-points
                               from LY-POINTS-BALANCE
                           add ws-lp-points to LY-POINTS-REDEEMED-LTD
                           set LA-POINTS-REDEEMED to true
                           compute LA-POINTS = 0 - ws-lp-points
                       end-if
                       if il-transaction-date
                               > LY-LAST-ACTIVITY-DATE
                           move il-transaction-date
                                   to LY-LAST-ACTIVITY-DATE
                       end-if
                       rewrite LOYALTY-LEDGER-RECORD
                       move ws-lp-tender-amount to LA-DOLLAR-AMOUNT
                       perform 128-write-loyalty-activity
               end-read
           end-if.

           if ws-ly-customer-number = spaces
                   or ws-ly-gift-card-sku = "Y"
               continue
           else
               evaluate il-transaction-code
                   when "S"
                   when "L"
                       compute ws-ly-post-dollars =
                           il-transaction-amount - ws-lp-tender-amount
                       move "E" to ws-ly-post-type
                       perform 127-apply-loyalty-points
                   when "R"
                       if ws-ly-sale-earned = "Y"
                           move il-transaction-amount
                                   to ws-ly-post-dollars
                           move "R" to ws-ly-post-type
                           perform 127-apply-loyalty-points
                       end-if
                   when "X"
                       if ws-ly-sale-earned = "Y"
                           move ws-ly-original-amount
                                   to ws-ly-post-dollars
                           move "R" to ws-ly-post-type
                           perform 127-apply-loyalty-points
                           compute ws-ly-post-dollars =
                               ws-ly-original-amount
                                   + il-transaction-amount
                       else
                           move il-transaction-amount
                                   to ws-ly-post-dollars
                       end-if
                       move "E" to ws-ly-post-type
                       perform 127-apply-loyalty-points
                   when "V"
                       if ws-ly-sale-earned = "Y"
                           compute ws-ly-post-dollars =
                               il-transaction-amount
                                   - ws-lp-tender-amount
                           move "R" to ws-ly-post-type
                           perform 127-apply-loyalty-points
                       end-if
               end-evaluate
           end-if.

       127-apply-loyalty-points.
           compute ws-ly-post-points =
               ws-ly-post-dollars * ws-ly-earn-rate.
           move spaces to ws-ly-account-state.
           if ws-ly-post-points > 0
               move ws-ly-customer-number to LY-CUSTOMER-NUMBER
               read LOYALTY-LEDGER-FILE
                   invalid key
                       if ws-ly-post-type = "E"
                           move "N" to ws-ly-account-state
                           move 0   to LY-POINTS-BALANCE
                           move 0   to LY-POINTS-EARNED-LTD
                           move 0   to LY-POINTS-REVERSED-LTD
                           move 0   to LY-POINTS-REDEEMED-LTD
                           move il-transaction-date
                                   to LY-ENROLL-DATE
                           move il-transaction-date
                                   to LY-LAST-ACTIVITY-DATE
                       end-if
                   not invalid key
                       move "F" to ws-ly-account-state
               end-read
           end-if.

           if ws-ly-account-state not = spaces
               if ws-ly-post-type = "E"
                   add ws-ly-post-points to LY-POINTS-BALANCE
                   add ws-ly-post-points to LY-POINTS-EARNED-LTD
                   set LA-POINTS-EARNED to true
                   move ws-ly-post-points to LA-POINTS
               else
                   subtract ws-ly-post-points from LY-POINTS-BALANCE
                   add ws-ly-post-points to LY-POINTS-REVERSED-LTD
                   set LA-POINTS-REVERSED to true
                   compute LA-POINTS = 0 - ws-ly-post-points
               end-if
               if il-transaction-date > LY-LAST-ACTIVITY-DATE
                   move il-transaction-date to LY-LAST-ACTIVITY-DATE
               end-if
               if ws-ly-account-state = "N"
                   write LOYALTY-LEDGER-RECORD
                       invalid key continue
                   end-write
               else
                   rewrite LOYALTY-LEDGER-RECORD
               end-if
               move ws-ly-post-dollars to LA-DOLLAR-AMOUNT
               perform 128-write-loyalty-activity
           end-if.

       128-write-loyalty-activity.
           move LY-CUSTOMER-NUMBER     to LA-CUSTOMER-NUMBER.
           move il-transaction-date    to LA-ACTIVITY-DATE.
           move il-store-number        to LA-STORE-NUMBER.
           move il-invoice-number      to LA-INVOICE-NUMBER.
           move il-line-number         to LA-LINE-NUMBER.
           move il-transaction-code    to LA-TRANSACTION-CODE.
           write LOYALTY-ACTIVITY-RECORD.

       130-write-audit-record.
           move "REVIEW"               to AL-SOURCE-PROGRAM.
