           05  SH-SALE-AMOUNT               PIC 9(5)V99.
           05  SH-RETURNABLE-AMOUNT         PIC S9(5)V99.
           05  SH-SALE-DATE                 PIC 9(8).
      * the customer the sale was rung to (spaces for a walk-in) -
      * a later return or void reverses the loyalty points this
      * customer earned, whoever is standing at the register
           05  SH-CUSTOMER-NUMBER           PIC X(8).
