      *-----------------------------------------------------------
      * LOYACT - Loyalty points activity journal. One line for
      * every movement posted to the loyalty ledger, appended by
      * the edit and the review disposition as they post, so the
      * monthly statement can show each customer what moved and
      * why, and the liability report can prove the month's
      * activity against the ledger balances.
      *-----------------------------------------------------------
       01  LOYALTY-ACTIVITY-RECORD.
           05  LA-CUSTOMER-NUMBER           PIC X(8).
           05  LA-ACTIVITY-DATE             PIC 9(8).
           05  LA-STORE-NUMBER              PIC 99.
           05  LA-INVOICE-NUMBER            PIC X(9).
           05  LA-LINE-NUMBER               PIC 99.
           05  LA-TRANSACTION-CODE          PIC X.
           05  LA-ACTIVITY-TYPE             PIC X.
               88  LA-POINTS-EARNED         VALUE "E".
               88  LA-POINTS-REVERSED       VALUE "R".
               88  LA-POINTS-REDEEMED       VALUE "D".
      * a voided same-day redemption handing the points back
               88  LA-POINTS-CREDITED       VALUE "C".
           05  LA-POINTS                    PIC S9(7)
                                            SIGN LEADING SEPARATE.
           05  LA-DOLLAR-AMOUNT             PIC 9(6)V99.
