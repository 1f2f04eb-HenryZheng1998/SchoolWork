      *-----------------------------------------------------------
      * LOYALTY - Customer loyalty points ledger, keyed by customer
      * number. A posted sale or layaway payment earns points at
      * the rate in loyalty-params.dat; a return, a void and the
      * return side of an exchange reverse what the original sale
      * earned; an 'LP' tender redeems points against the ticket.
      * The balance is signed - a customer who redeems and then
      * returns the merchandise can owe points back. The sum of
      * positive balances at the point value is the liability
      * accounting carries.
      *-----------------------------------------------------------
       01  LOYALTY-LEDGER-RECORD.
           05  LY-CUSTOMER-NUMBER           PIC X(8).
           05  LY-POINTS-BALANCE            PIC S9(7).
           05  LY-POINTS-EARNED-LTD         PIC 9(9).
           05  LY-POINTS-REVERSED-LTD       PIC 9(9).
           05  LY-POINTS-REDEEMED-LTD       PIC 9(9).
           05  LY-ENROLL-DATE               PIC 9(8).
           05  LY-LAST-ACTIVITY-DATE        PIC 9(8).
