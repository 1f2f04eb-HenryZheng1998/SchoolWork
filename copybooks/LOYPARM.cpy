      *-----------------------------------------------------------
      * LOYPARM - Loyalty program parameters, one line: the points
      * earned per dollar of posted sales, and the dollar value of
      * one point when it is redeemed as an 'LP' tender (and when
      * the outstanding balances are valued as a liability). A
      * missing file runs at the defaults each program carries.
      *-----------------------------------------------------------
       01  LOYALTY-PARAMS-RECORD.
           05  LP-EARN-RATE                 PIC 9(3)V99.
           05  LP-POINT-VALUE               PIC 9V9(4).
