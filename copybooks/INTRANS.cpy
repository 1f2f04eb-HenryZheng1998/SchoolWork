      *-----------------------------------------------------------
      * INTRANS - In-transit ledger for inter-store transfers, one
      * record per transfer line, keyed by the shipping store's
      * transfer number (keyed in the invoice field) and line. The
      * transfer-out puts the units in transit; the transfer-in
      * takes them back out when they arrive. A receipt posted
      * before its shipment (the two stores' feeds can land in
      * either order) opens the record from the receiving end and
      * the shipment closes it when it comes through.
      *-----------------------------------------------------------
       01  IN-TRANSIT-RECORD.
           05  IT-RECORD-KEY.
               10  IT-TRANSFER-NUMBER       PIC X(9).
               10  IT-LINE-NUMBER           PIC 99.
           05  IT-SKU-CODE                  PIC X(15).
           05  IT-FROM-STORE                PIC 99.
           05  IT-TO-STORE                  PIC 99.
           05  IT-SHIP-DATE                 PIC 9(8).
           05  IT-SHIPPED-QTY               PIC 9(5).
           05  IT-RECEIVE-DATE              PIC 9(8).
           05  IT-RECEIVED-QTY              PIC 9(5).
           05  IT-STATUS                    PIC X.
      * shipped, not yet received
               88  IT-IN-TRANSIT            VALUE "T".
      * received in full
               88  IT-RECEIVED              VALUE "C".
      * received, but not the quantity shipped (or not at the
      * store it was shipped to)
               88  IT-RECEIVED-VARIANCE     VALUE "V".
      * received, the shipment not yet posted
               88  IT-ARRIVED-UNSHIPPED     VALUE "U".
