       identification division.
       program-id. CertExp.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Monthly list of the sales-tax exemption certificates
      *          on the customer master that run out in the next 60
      *          days, so the stores can ask their schools, churches
      *          and resellers for a renewal before the register
      *          starts refusing their tax-exempt tickets. Printed
      *          store by store: each store gets the certificates
      *          issued for its own tax jurisdiction, soonest to
      *          expire first.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure customer master, read front to back
           select optional CUSTOMER-MASTER-FILE
               assign to "../../../datafiles/data/customer-master.dat"
               organization is indexed
               access mode is sequential
               record key is CM-CUSTOMER-NUMBER
               file status is ws-customer-master-status.
      * configure store master - each store's jurisdiction
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure run-control file carrying the official business
      * date the 60 days are counted from
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure certificate expiry list output
           select CERT-REPORT-FILE
               assign to "../../../data2/cert-expiry.out"
               organization is line sequential.

       data division.
       file section.
       fd CUSTOMER-MASTER-FILE.
           COPY CUSTMSTR.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd CERT-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-customer-master-status       pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.

      * the list runs from the business date (system date when
      * run-control is missing) through the days ahead below
       77  ws-business-date                pic 9(8)
           value 0.
       77  ws-business-day                 pic 9(7)
           value 0.
       77  ws-window-days                  pic 999
           value 60.
       77  ws-window-end-date              pic 9(8)
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

       77  ws-store-cert-count             pic 9(5)
           value 0.
       77  ws-unplaced-count               pic 9(5)
           value 0.
       77  ws-cert-placed                  pic x
           value "N".

      * Store table, loaded from STORE-MASTER-FILE the way the
      * other store reports load theirs - closed stores are left
      * off, nobody is there to take the list.
       77  ws-store-table-full             pic x
           value "N".
       01 ws-store-count                   pic 999
           value 0.
       01 ws-store-table.
           05  ws-store-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-store-count
                   INDEXED BY ws-store-idx.
               10  ws-store-number          pic 99.
               10  ws-store-name            pic x(20).
               10  ws-store-jurisdiction    pic x(3).

      * Certificates inside the window, sorted soonest-to-expire
      * first before the store sections print.
       77  ws-cert-table-full              pic x
           value "N".
       01 ws-cert-count                    pic 9(4)
           value 0.
       01 ws-cert-table.
           05  ws-cert-entry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON ws-cert-count
                   INDEXED BY ws-cert-idx.
               10  ws-cert-expiry-date      pic 9(8).
               10  ws-cert-days-left        pic 999.
               10  ws-cert-customer-number  pic x(8).
               10  ws-cert-customer-name    pic x(20).
               10  ws-cert-number           pic x(15).
               10  ws-cert-jurisdiction     pic x(3).

      * scratch for the soonest-first sort
       77  ws-sort-i                       pic 9(4)
           value 0.
       77  ws-sort-j                       pic 9(4)
           value 0.
       01 ws-swap-entry.
           05  ws-swap-expiry-date          pic 9(8).
           05  ws-swap-days-left            pic 999.
           05  ws-swap-customer-number      pic x(8).
           05  ws-swap-customer-name        pic x(20).
           05  ws-swap-number               pic x(15).
           05  ws-swap-jurisdiction         pic x(3).

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(42)
               value "Exemption Certificates Expiring   From: ".
           05  ol-business-date                    pic 9(8).
           05  filler                              pic x(8)
               value "   To: ".
           05  ol-window-end-date                  pic 9(8).

       01 ws-store-head.
           05  filler                              pic x(6)
               value "Store ".
           05  ol-store-number                     pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-store-name                       pic x(20).
           05  filler                              pic x(15)
               value "  Jurisdiction ".
           05  ol-store-jurisdiction               pic x(3).

       01 ws-column-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(10)
               value "CUSTOMER".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(17)
               value "CERTIFICATE".
           05  filler                              pic x(10)
               value "EXPIRES".
           05  filler                              pic x(9)
               value "DAYS LEFT".

       01 ws-detail-line.
           05  filler                              pic x(4)
               value spaces.
           05  ol-customer-number                  pic x(8).
           05  filler                              pic xx
               value spaces.
           05  ol-customer-name                    pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-cert-number                      pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-expiry-date                      pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-days-left                        pic zz9.

       01 ws-none-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(36)
               value "No certificates expiring".

       01 ws-unplaced-line.
           05  filler                              pic x(40)
               value "Expiring for no open store's juris.: ".
           05  ol-unplaced-count                   pic zzzz9.

       01 ws-capacity-line.
           05  filler                              pic x(24)
               value "Certificate capacity:  ".
           05  ol-cert-capacity-status             pic x(16).
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status            pic x(16).

       procedure division.
           open output CERT-REPORT-FILE.

           perform 040-load-run-control.
           perform 050-load-store-master.
           perform 100-load-expiring-certs.
           perform 150-sort-soonest-first.

           move ws-business-date           to ol-business-date.
           move ws-window-end-date         to ol-window-end-date.
           write report-line               from ws-headline.
           write report-line               from ws-newline.
           perform 200-write-store-section
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.

           perform 300-count-unplaced.
           move ws-unplaced-count          to ol-unplaced-count.
           write report-line               from ws-unplaced-line.
           if ws-cert-table-full = "Y"
               move "FULL (1000 max)"  to ol-cert-capacity-status
           else
               move "OK"               to ol-cert-capacity-status
           end-if.
           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           write report-line           from ws-capacity-line.

           close CERT-REPORT-FILE.
           goback.

       040-load-run-control.
           move FUNCTION CURRENT-DATE     to ws-current-date-fields.
           move ws-cd-date                to ws-business-date.
           open input RUN-CONTROL-FILE.
           if ws-run-control-status = "00" then
               read RUN-CONTROL-FILE
                   at end continue
                   not at end
                       if RC-BUSINESS-DATE is numeric
                               and RC-BUSINESS-DATE > 0
                           move RC-BUSINESS-DATE to ws-business-date
                       end-if
               end-read
           end-if.
           close RUN-CONTROL-FILE.
           compute ws-business-day =
               FUNCTION INTEGER-OF-DATE(ws-business-date).
           compute ws-window-end-date =
               FUNCTION DATE-OF-INTEGER(ws-business-day
                   + ws-window-days).

       050-load-store-master.
           open input STORE-MASTER-FILE.
           if ws-store-master-status = "00" then
               read STORE-MASTER-FILE next record
                   at end move "Y" to ws-store-master-eof
               end-read
               perform until ws-store-master-eof = "Y"
                   if SM-STORE-ACTIVE
                       if ws-store-count < 50
                           add 1 to ws-store-count
                           move SM-STORE-NUMBER
                                    to ws-store-number(ws-store-count)
                           move SM-STORE-NAME
                                    to ws-store-name(ws-store-count)
                           move SM-TAX-JURISDICTION
                               to ws-store-jurisdiction(ws-store-count)
                       else
                           move "Y" to ws-store-table-full
                       end-if
                   end-if
                   read STORE-MASTER-FILE next record
                       at end move "Y" to ws-store-master-eof
                   end-read
               end-perform
           end-if.
           close STORE-MASTER-FILE.

      * an active customer's certificate running out between the
      * business date and the end of the window; one already
      * expired has been refused at the register since, and is
      * the customer's to renew, not news
       100-load-expiring-certs.
           open input CUSTOMER-MASTER-FILE.
           if ws-customer-master-status = "00" then
               read CUSTOMER-MASTER-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 110-check-customer-cert until ws-eof = "Y"
           end-if.
           close CUSTOMER-MASTER-FILE.
           move "N" to ws-eof.

       110-check-customer-cert.
           if CM-CUSTOMER-ACTIVE
                   and CM-EXEMPT-CERTIFICATE not = spaces
                   and CM-EXEMPT-EXPIRY-DATE is numeric
                   and CM-EXEMPT-EXPIRY-DATE >= ws-business-date
                   and CM-EXEMPT-EXPIRY-DATE <= ws-window-end-date
               if ws-cert-count < 1000
                   add 1 to ws-cert-count
                   move CM-EXEMPT-EXPIRY-DATE
                           to ws-cert-expiry-date(ws-cert-count)
                   compute ws-cert-days-left(ws-cert-count) =
                       FUNCTION INTEGER-OF-DATE(CM-EXEMPT-EXPIRY-DATE)
                           - ws-business-day
                   move CM-CUSTOMER-NUMBER
                           to ws-cert-customer-number(ws-cert-count)
                   move CM-CUSTOMER-NAME
                           to ws-cert-customer-name(ws-cert-count)
                   move CM-EXEMPT-CERTIFICATE
                           to ws-cert-number(ws-cert-count)
                   move CM-EXEMPT-JURISDICTION
                           to ws-cert-jurisdiction(ws-cert-count)
               else
                   move "Y" to ws-cert-table-full
               end-if
           end-if.
           read CUSTOMER-MASTER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       150-sort-soonest-first.
           perform varying ws-sort-i from 1 by 1
                   until ws-sort-i >= ws-cert-count
               perform varying ws-sort-j from 1 by 1
                       until ws-sort-j >= ws-cert-count
                   if ws-cert-expiry-date(ws-sort-j)
                           > ws-cert-expiry-date(ws-sort-j + 1)
                       move ws-cert-entry(ws-sort-j)
                                            to ws-swap-entry
                       move ws-cert-entry(ws-sort-j + 1)
                                          to ws-cert-entry(ws-sort-j)
                       move ws-swap-entry
                                      to ws-cert-entry(ws-sort-j + 1)
                   end-if
               end-perform
           end-perform.

      * one section per open store - every store gets its page,
      * even when nothing of its jurisdiction is running out
       200-write-store-section.
           move ws-store-number(ws-store-idx)  to ol-store-number.
           move ws-store-name(ws-store-idx)    to ol-store-name.
           move ws-store-jurisdiction(ws-store-idx)
                                           to ol-store-jurisdiction.
           write report-line               from ws-store-head.
           write report-line               from ws-column-line.
           move 0 to ws-store-cert-count.
           perform varying ws-cert-idx from 1 by 1
                   until ws-cert-idx > ws-cert-count
               if ws-cert-jurisdiction(ws-cert-idx)
                       = ws-store-jurisdiction(ws-store-idx)
                   add 1 to ws-store-cert-count
                   perform 210-write-cert-detail
               end-if
           end-perform.
           if ws-store-cert-count = 0
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

       210-write-cert-detail.
           move ws-cert-customer-number(ws-cert-idx)
                                           to ol-customer-number.
           move ws-cert-customer-name(ws-cert-idx)
                                           to ol-customer-name.
           move ws-cert-number(ws-cert-idx)    to ol-cert-number.
           move ws-cert-expiry-date(ws-cert-idx)
                                           to ol-expiry-date.
           move ws-cert-days-left(ws-cert-idx) to ol-days-left.
           write report-line               from ws-detail-line.

      * a certificate for a jurisdiction no open store collects
      * for reaches no store's list - counted so it is not lost
       300-count-unplaced.
           perform varying ws-cert-idx from 1 by 1
                   until ws-cert-idx > ws-cert-count
               move "N" to ws-cert-placed
               perform varying ws-store-idx from 1 by 1
                       until ws-store-idx > ws-store-count
                   if ws-store-jurisdiction(ws-store-idx)
                           = ws-cert-jurisdiction(ws-cert-idx)
                       move "Y" to ws-cert-placed
                   end-if
               end-perform
               if ws-cert-placed = "N"
                   add 1 to ws-unplaced-count
               end-if
           end-perform.

       end program CertExp.
