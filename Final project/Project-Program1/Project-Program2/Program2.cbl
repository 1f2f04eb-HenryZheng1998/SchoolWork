      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

       01 ws-void-tamount                      pic 9(6)V99
           value 0.

      * inter-store transfers read from valid.out - goods, not
      * money, so they are counted only to be taken back out of
      * the read count in the proof
       01 ws-transfer-count                    pic 999
           value 0.

      * tender-walk scratch - "A" adds a portion into the payment
      * breakdown, "S" backs a voided ticket's portions out
       77 ws-tender-verb                         pic x
           value 0.
       77  ws-sales-history-status         pic xx
           value spaces.
      * set once when the sales history opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot
      * say whether the file is there for the next record
       77  ws-sales-history-open           pic x
           value "N".

      * Payment-type breakdown section
       01 ws-cr-count                          pic 999
           value 0.
       01 ws-gc-tamount                        pic s9(6)V99
           value 0.
       01 ws-lp-count                          pic 999
           value 0.
       01 ws-lp-tamount                        pic s9(6)V99
           value 0.
      * merchandise credit issued on no-receipt returns - the
      * line shows the credit issued, not a net tender
       01 ws-mc-count                          pic 999
           value 0.
       01 ws-mc-tamount                        pic s9(6)V99
           value 0.

      * Output storage section
       01 ws-newline                               pic x
               close SALES-HISTORY-FILE
               open i-o SALES-HISTORY-FILE
           end-if.
           if ws-sales-history-status = "00"
               move "Y" to ws-sales-history-open
           end-if.
           write exchange-line             from ws-exchange-headline.
           write exchange-line             from ws-newline.
           write exchange-line             from ws-exchange-column.
           move ws-gc-count                to ol-payment-count.
           move ws-gc-tamount               to ol-payment-amount.
           write SL-line                   from ws-payment-detail-line.
           move "LP"                       to ol-payment-type.
           move ws-lp-count                to ol-payment-count.
           move ws-lp-tamount               to ol-payment-amount.
           write SL-line                   from ws-payment-detail-line.
           move "MC"                       to ol-payment-type.
           move ws-mc-count                to ol-payment-count.
           move ws-mc-tamount               to ol-payment-amount.
           write SL-line                   from ws-payment-detail-line.

           write SL-line                   from ws-newline.
           write SL-line                   from ws-trend-head.
                       subtract 1 from ws-gc-count
                       subtract ws-tender-amount from ws-gc-tamount
                   end-if
               when "LP"
                   if ws-tender-verb = "A"
                       add 1 to ws-lp-count
                       add ws-tender-amount to ws-lp-tamount
                   else
                       subtract 1 from ws-lp-count
                       subtract ws-tender-amount from ws-lp-tamount
                   end-if
      * only ever a refund - counted as credit issued
               when "MC"
                   add 1 to ws-mc-count
                   add ws-tender-amount to ws-mc-tamount
           end-evaluate.

      * Keep a running month-to-date / trend total so the report can

      * a void is a cancellation, not volume - it backs the same-
      * day sale it cancels out of every bucket the sale went into
           evaluate true
               when il-transaction-code = "V"
                   perform 118-V-cancel-and-subtract
      * a transfer moves goods between our own stores, not money -
      * it lands in no bucket, and the proof takes it back out of
      * the read count
               when il-transfer
                   add 1 to ws-transfer-count
               when other
                   perform 080-add-payment-amount
                   perform 090-add-trend-amount

      * Only a recognized transaction code lands in a bucket - an
      * unrecognized code read from valid.out is left untallied on
      * purpose so 230-reconcile-totals can actually detect it
      * instead of every record being guaranteed to balance by
      * construction.
                   evaluate true
                       when il-transaction-code = "S"
                               or il-transaction-code = "L"
                           perform 110-SL-count-and-add
                       when il-transaction-code = "R"
                           perform 120-R-count-and-add
                       when il-transaction-code = "X"
                           perform 117-X-count-and-add
                   end-evaluate
           end-evaluate.

           perform 130-write-audit-record.

                   move "EXCHANGE"         to AL-DISPOSITION
               when "V"
                   move "VOID"             to AL-DISPOSITION
               when "O"
                   move "TRANSFER-OUT"     to AL-DISPOSITION
               when "I"
                   move "TRANSFER-IN"      to AL-DISPOSITION
               when other
                   move "UNKNOWN"          to AL-DISPOSITION
           end-evaluate.
      * the invoice AND line of the original sale it replaces
           move il-invoice-number          to SH-INVOICE-NUMBER.
           move il-line-number             to SH-LINE-NUMBER.
           if ws-sales-history-open = "Y"
               read SALES-HISTORY-FILE
                   invalid key
                       move "(not found)"  to ol-X-orig-sku
           move LL-ORIGINAL-AMOUNT         to SH-SALE-AMOUNT.
           move LL-ORIGINAL-AMOUNT         to SH-RETURNABLE-AMOUNT.
           move il-transaction-date        to SH-SALE-DATE.
           move il-customer-number         to SH-CUSTOMER-NUMBER.
           write SALES-HISTORY-RECORD
               invalid key continue
           end-write.
               ws-read-amount-total - 2 * ws-void-tamount.
           compute ws-read-record-count =
               ws-read-record-count - 2 * ws-void-count.
           subtract ws-transfer-count      from ws-read-record-count.

      * a blocked rerun never reads the ledger, so the layaway
      * record count (ledger openers) is unknowable and the count
