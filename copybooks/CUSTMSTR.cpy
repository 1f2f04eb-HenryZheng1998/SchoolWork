           05  CM-CUSTOMER-STATUS           PIC X.
               88  CM-CUSTOMER-ACTIVE       VALUE "A".
               88  CM-CUSTOMER-CLOSED       VALUE "C".
      * sales-tax exemption on file for a school, church or
      * reseller - the certificate number, the jurisdiction it was
      * issued for and the last day it is good; a tax-exempt ticket
      * is only accepted against a current certificate for the
      * store's jurisdiction. Spaces/zero when none is on file.
           05  CM-EXEMPT-CERTIFICATE        PIC X(15).
           05  CM-EXEMPT-JURISDICTION       PIC X(3).
           05  CM-EXEMPT-EXPIRY-DATE        PIC 9(8).
