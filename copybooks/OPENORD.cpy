      *-----------------------------------------------------------
      * OPENORD - Open distribution-center order, keyed by SKU and
      * store (one order per SKU and store at a time). Written by
      * the replenishment step when a SKU falls to its reorder
      * point; each DC receipt line for the SKU and store is
      * matched against it, and the order closes FILLED, SHORT or
      * OVER once the goods arrive. An order still OPEN past its
      * due date is reported to the buyers as past due.
      *-----------------------------------------------------------
       01  OPEN-ORDER-RECORD.
           05  OO-RECORD-KEY.
               10  OO-SKU-CODE              PIC X(15).
               10  OO-STORE-NUMBER          PIC 99.
           05  OO-ORDER-DATE                PIC 9(8).
           05  OO-DUE-DATE                  PIC 9(8).
           05  OO-ORDER-QTY                 PIC 9(5).
           05  OO-RECEIVED-QTY              PIC 9(5).
           05  OO-LAST-RECEIPT-DATE         PIC 9(8).
      * business date of the run that last matched a receipt to
      * the order - a second carton for the same order on the same
      * night still matches after the first one closed it
           05  OO-MATCHED-DATE              PIC 9(8).
           05  OO-ORDER-STATUS              PIC X(6).
               88  OO-ORDER-OPEN            VALUE "OPEN  ".
               88  OO-ORDER-FILLED          VALUE "FILLED".
               88  OO-ORDER-SHORT           VALUE "SHORT ".
               88  OO-ORDER-OVER            VALUE "OVER  ".
