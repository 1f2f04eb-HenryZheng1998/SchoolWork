      *-----------------------------------------------------------
      * NRCREDIT - No-receipt credit ledger, keyed by customer,
      * credit date and the merchandise-credit card issued. Every
      * no-receipt return posted is written here as its card is
      * opened on the gift-card ledger, so the edit can total what
      * a customer has already taken inside the rolling window and
      * loss prevention can report the credits by store and
      * customer.
      *-----------------------------------------------------------
       01  NORECEIPT-CREDIT-RECORD.
           05  NC-RECORD-KEY.
               10  NC-CUSTOMER-NUMBER       PIC X(8).
               10  NC-CREDIT-DATE           PIC 9(8).
               10  NC-CARD-NUMBER           PIC X(9).
           05  NC-STORE-NUMBER              PIC 99.
      * the register's own ticket for the return - there is no
      * original sale invoice to carry
           05  NC-INVOICE-NUMBER            PIC X(9).
           05  NC-LINE-NUMBER               PIC 99.
           05  NC-SKU-CODE                  PIC X(15).
           05  NC-QUANTITY                  PIC 9(3).
           05  NC-CREDIT-AMOUNT             PIC 9(5)V99.
           05  NC-CASHIER-NUMBER            PIC X(5).
