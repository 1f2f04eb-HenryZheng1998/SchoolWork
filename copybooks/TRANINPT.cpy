       01 input-line.
           05 il-transaction-code           pic x.
               88 il-transaction-valid
                  value 'S', 'R', 'L', 'X', 'V', 'O', 'I'.
      * an exchange carries the invoice number of the original
      * sale it replaces; its amount is the net dollar effect
               88 il-exchange
      * offsetting entry
               88 il-void
                  value 'V'.
      * an inter-store transfer moves goods, not money: the
      * shipping store keys the 'O' under its own transfer number
      * (carried in the invoice field) and the receiving store
      * keys the 'I' under that same number and line when the
      * goods arrive. Neither carries a tender or dollars.
               88 il-transfer
                  value 'O', 'I'.
               88 il-transfer-out
                  value 'O'.
               88 il-transfer-in
                  value 'I'.
           05 il-transaction-amount         pic 9(5)V99.
           05 il-payment-type               pic xx.
               88 il-payment-valid
                  value 'CR', 'DB', 'CA', 'GC', 'LP', 'MC'.
               88 il-gift-card-tender
                  value 'GC'.
      * loyalty points redeemed against the ticket - drawn from the
      * loyalty ledger of the customer named on the record
               88 il-points-tender
                  value 'LP'.
      * a no-receipt Return refunded as store credit - a new
      * merchandise-credit card, numbered in il-card-number, is
      * opened on the gift-card ledger for the refund instead of
      * paying cash; the invoice field is the register's own
      * ticket, there being no original sale to name
               88 il-merch-credit-tender
                  value 'MC'.
           05 il-store-number               pic 99.
           05 il-invoice-number.
               10 invoice-number-1          pic xx.
           05 il-tender-1-amount            pic 9(5)V99.
           05 il-tender-2-type              pic xx.
               88 il-tender-2-present
                  value 'CR', 'DB', 'CA', 'GC', 'LP'.
           05 il-tender-2-amount            pic 9(5)V99.
      * the gift card a GC tender draws from, or the new card an
      * 'MC' no-receipt return is credited to. Spaces with a pure
      * 'GC' payment type is the original register convention -
      * the card number arrives in the invoice field and the
      * record carries no merchandise invoice of its own.
           05 il-card-number                pic x(9).
      * the other store on a transfer - the store shipped TO on an
      * 'O', the store shipped FROM on an 'I'; blank otherwise
           05 il-transfer-store             pic 99.
      * why a Return came back (a code on the return-reason table)
      * and where its goods go: back on the shelf, into the store's
      * damaged bucket, or onto the list of goods going back to
      * the vendor. Blank on everything but a Return.
           05 il-return-reason              pic xx.
           05 il-return-disposition         pic x.
               88 il-return-disposition-valid
                  value 'R', 'D', 'V'.
               88 il-return-restock
                  value 'R'.
               88 il-return-damaged
                  value 'D'.
               88 il-return-to-vendor
                  value 'V'.
      * the employee who rang the transaction up - must be on the
      * employee master; blank only on an inter-store transfer,
      * which no register handles
           05 il-cashier-number             pic x(5).
      * 'E' when the ticket was rung tax-exempt - the customer must
      * hold an exemption certificate, current on the transaction
      * date, for the store's tax jurisdiction; blank otherwise
           05 il-tax-exempt                 pic x.
               88 il-tax-exempt-sale
                  value 'E'.
