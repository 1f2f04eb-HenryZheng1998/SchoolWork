           05  TH-TENDER-2-TYPE             PIC XX.
           05  TH-TENDER-2-AMOUNT           PIC 9(5)V99.
           05  TH-CARD-NUMBER               PIC X(9).
      * the employee who rang the transaction up - what the cashier
      * exception analysis keys on
           05  TH-CASHIER-NUMBER            PIC X(5).
      * units the line moved - what the promotion results report
      * counts units sold under (and before) each promotion on
           05  TH-QUANTITY                  PIC 9(3).
      * 'E' when the ticket was rung tax-exempt - the remittance
      * report carries it as exempt sales instead of backing tax
      * out of it
           05  TH-TAX-EXEMPT                PIC X.
      * where a Return's goods went - 'R' back on the shelf, 'D' the
      * damaged bucket, 'V' back to the vendor - so the perpetual
      * book can be re-derived from the history; blank on anything
      * but a Return (and on a Return posted before it was kept,
      * which the book restocked)
           05  TH-RETURN-DISPOSITION        PIC X.
      * what the goods the line moved cost us - units times the
      * store's average cost (the catalog unit cost before one is
      * known) when the line was posted; zero on anything that moves
      * no merchandise. Gross like the amount - what a code does to
      * cost of goods sold is the reading program's business.
           05  TH-COST-AMOUNT               PIC 9(7)V99.
