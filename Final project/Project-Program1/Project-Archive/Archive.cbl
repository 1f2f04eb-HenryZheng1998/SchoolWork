
       fd TRAN-HISTORY-ARCH-FILE
           data record is tran-arch-line
           record contains 102 characters.

       01 tran-arch-line                    pic x(102).

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       fd SALES-HISTORY-ARCH-FILE
           data record is sales-arch-line
           record contains 73 characters.

       01 sales-arch-line                   pic x(73).

       fd GIFT-CARD-LEDGER-FILE.
           COPY GIFTCARD.

       fd TRAN-RETRIEVE-FILE
           data record is tran-retrieve-line
           record contains 102 characters.

       01 tran-retrieve-line                pic x(102).

       fd AUDIT-RETRIEVE-FILE
           data record is audit-retrieve-line
