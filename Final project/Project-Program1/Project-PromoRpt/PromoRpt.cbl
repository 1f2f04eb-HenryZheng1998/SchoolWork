       identification division.
       program-id. PromoRpt.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Promotion results, so merchandising can see what a
      *          promotion actually did without pulling history by
      *          hand. For every promotion on the promotion master
      *          that has started, prints the units and dollars its
      *          SKU sold at the promotion's stores while it ran,
      *          next to the same SKU's sales over the weeks just
      *          before it - scaled to the promotion's length so
      *          the two line up - and the lift between them.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure permanent transaction history master - both the
      * promotion and the prior weeks are read out of it
           select optional TRANSACTION-HISTORY-FILE
               assign to "../../../datafiles/data/tran-history.dat"
               organization is indexed
               access mode is sequential
               record key is TH-RECORD-KEY
               file status is ws-history-status.
      * configure promotion master - maintained through MSTMAINT's
      * 'PR' transactions
           select optional PROMOTION-FILE
               assign to "../../../datafiles/data/promotion-master.dat"
               organization is indexed
               access mode is sequential
               record key is PM-RECORD-KEY
               file status is ws-promotion-status.
      * configure promotion report parameter file - how many weeks
      * before each promotion make up its comparison period;
      * optional, with the default below when missing
           select optional PROMO-PARAMS-FILE
               assign to "../../../data/promo-params.dat"
               organization is line sequential
               file status is ws-params-status.
      * configure run-control file carrying the official business
      * date a running promotion is reported through
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure promotion results report output
           select PROMO-REPORT-FILE
               assign to "../../../data2/promo-results.out"
               organization is line sequential.

       data division.
       file section.
       fd TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.

       fd PROMOTION-FILE.
           COPY PROMMSTR.

       fd PROMO-PARAMS-FILE
           data record is promo-params-line
           record contains 2 characters.

       01 promo-params-line.
           05 PX-PRIOR-WEEKS                pic 99.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd PROMO-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-history-status               pic xx
           value spaces.
       77  ws-promotion-status             pic xx
           value spaces.
       77  ws-params-status                pic xx
           value spaces.
       77  ws-run-control-status           pic xx
           value spaces.

      * the report date, off the official business date from
      * run-control (system date when it is missing)
       77  ws-business-date                pic 9(8)
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * weeks before a promotion that make up its comparison
      * period - defaults to four, overridable in the params file
       77  ws-prior-weeks                  pic 99
           value 4.

      * signed scratch for the history record in hand - sales add,
      * returns subtract, voids back their cancelled sale out;
      * history posted before the line quantity was carried
      * counts a line as one unit
       77  ws-net-units                    pic s9(5)
           value 0.
       77  ws-net-amount                   pic s9(7)V99
           value 0.
       77  ws-store-match                  pic x
           value "N".
       77  ws-store-idx                    pic 99
           value 0.

      * scratch for a promotion's first and last reported day
      * numbers while the table is loaded
       77  ws-start-day                    pic 9(7)
           value 0.
       77  ws-thru-day                     pic 9(7)
           value 0.

      * Promotion table, loaded from PROMOTION-FILE in key order -
      * every promotion that has started, with its own promotion
      * and prior-period windows and the totals accumulated into
      * each.
       77  ws-promo-table-full             pic x
           value "N".
       01 ws-promo-count                   pic 999
           value 0.
       01 ws-promo-table.
           05  ws-promo-entry OCCURS 1 TO 200 TIMES
                   DEPENDING ON ws-promo-count
                   INDEXED BY ws-promo-idx.
               10  ws-pr-sku-code           pic x(15).
               10  ws-pr-start-date         pic 9(8).
               10  ws-pr-end-date           pic 9(8).
               10  ws-pr-status             pic x.
               10  ws-pr-store-count        pic 99.
               10  ws-pr-store              pic 99
                       OCCURS 10 TIMES.
      * the promotion window runs through the business date while
      * the promotion is still running
               10  ws-pr-thru-date          pic 9(8).
               10  ws-pr-days               pic 9(5).
               10  ws-pr-prior-start        pic 9(8).
               10  ws-pr-units              pic s9(7) value 0.
               10  ws-pr-amount             pic s9(9)V99 value 0.
               10  ws-pr-prior-units        pic s9(7) value 0.
               10  ws-pr-prior-amount       pic s9(9)V99 value 0.

      * the prior period scaled to the promotion's days, and the
      * lift of the promotion over it
       77  ws-scaled-units                 pic s9(7)V9
           value 0.
       77  ws-scaled-amount                pic s9(9)V99
           value 0.
       77  ws-units-lift                   pic s9(5)V9
           value 0.
       77  ws-amount-lift                  pic s9(5)V9
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(27)
               value "Promotion Results   Date: ".
           05  ol-business-date                    pic 9(8).

       01 ws-prior-note-line.
           05  filler                              pic x(21)
               value "Prior = sales in the ".
           05  ol-prior-weeks                      pic z9.
           05  filler                              pic x(48)
               value
               " weeks before the promotion, scaled to its days".

       01 ws-column-line.
           05  filler                              pic x(16)
               value "SKU".
           05  filler                              pic x(9)
               value "START".
           05  filler                              pic x(9)
               value "END".
           05  filler                              pic x(4)
               value "STR".
           05  filler                              pic x(3)
               value "ST".
           05  filler                              pic x(10)
               value "  UNITS".
           05  filler                              pic x(16)
               value "   PROMO SALES".
           05  filler                              pic x(10)
               value "  PRIOR".
           05  filler                              pic x(16)
               value "   PRIOR SALES".
           05  filler                              pic x(10)
               value "UNIT LIFT".
           05  filler                              pic x(10)
               value "$ LIFT".
           05  filler                              pic x(12)
               value "NOTE".

       01 ws-detail-line.
           05  ol-sku-code                         pic x(15).
           05  filler                              pic x
               value spaces.
           05  ol-start-date                       pic 9(8).
           05  filler                              pic x
               value spaces.
           05  ol-end-date                         pic 9(8).
           05  filler                              pic x
               value spaces.
           05  ol-stores                           pic x(3).
           05  filler                              pic x
               value spaces.
           05  ol-status                           pic x.
           05  filler                              pic xx
               value spaces.
           05  ol-units                            pic zzz,zz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-amount                   pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-prior-units                      pic zzz,zz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-prior-amount             pic $$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-units-lift                       pic ----9.9.
           05  filler                              pic x
               value "%".
           05  filler                              pic xx
               value spaces.
           05  ol-amount-lift                      pic ----9.9.
           05  filler                              pic x
               value "%".
           05  filler                              pic xx
               value spaces.
           05  ol-note                             pic x(12).

       01 ws-promo-capacity-line.
           05  filler                              pic x(27)
               value "Promotion table capacity:  ".
           05  ol-promo-capacity-status        pic x(30).

       procedure division.
           open output PROMO-REPORT-FILE.

           perform 040-load-run-control.
           perform 045-load-promo-params.
           perform 050-load-promotions.
           perform 100-accumulate-history.

           move ws-business-date           to ol-business-date.
           write report-line               from ws-headline.
           move ws-prior-weeks             to ol-prior-weeks.
           write report-line               from ws-prior-note-line.
           write report-line               from ws-newline.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           perform 300-write-promo-detail
               varying ws-promo-idx from 1 by 1
               until ws-promo-idx > ws-promo-count.

           write report-line               from ws-newline.
           if ws-promo-table-full = "Y"
               move "FULL (200 max)"   to ol-promo-capacity-status
           else
               move "OK"               to ol-promo-capacity-status
           end-if.
           write report-line           from ws-promo-capacity-line.

           close PROMO-REPORT-FILE.
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

       045-load-promo-params.
           open input PROMO-PARAMS-FILE.
           if ws-params-status = "00" then
               read PROMO-PARAMS-FILE
                   at end continue
                   not at end
                       if PX-PRIOR-WEEKS is numeric
                               and PX-PRIOR-WEEKS > 0
                           move PX-PRIOR-WEEKS to ws-prior-weeks
                       end-if
               end-read
           end-if.
           close PROMO-PARAMS-FILE.

      * a promotion that has not started yet has nothing to show;
      * one still running is reported through the business date
       050-load-promotions.
           open input PROMOTION-FILE.
           if ws-promotion-status = "00" then
               read PROMOTION-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform until ws-eof = "Y"
                   if PM-START-DATE <= ws-business-date
                           and PM-END-DATE >= PM-START-DATE
                       if ws-promo-count < 200
                           add 1 to ws-promo-count
                           set ws-promo-idx to ws-promo-count
                           perform 060-load-promo-entry
                       else
                           move "Y" to ws-promo-table-full
                       end-if
                   end-if
                   read PROMOTION-FILE next record
                       at end move "Y" to ws-eof
                   end-read
               end-perform
           end-if.
           close PROMOTION-FILE.
           move "N" to ws-eof.

       060-load-promo-entry.
           move PM-SKU-CODE        to ws-pr-sku-code(ws-promo-idx).
           move PM-START-DATE      to ws-pr-start-date(ws-promo-idx).
           move PM-END-DATE        to ws-pr-end-date(ws-promo-idx).
           move PM-PROMO-STATUS    to ws-pr-status(ws-promo-idx).
           move PM-STORE-COUNT     to ws-pr-store-count(ws-promo-idx).
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > 10
               move PM-STORE-NUMBER(ws-store-idx)
                       to ws-pr-store(ws-promo-idx, ws-store-idx)
           end-perform.
           if PM-END-DATE > ws-business-date
               move ws-business-date
                       to ws-pr-thru-date(ws-promo-idx)
           else
               move PM-END-DATE to ws-pr-thru-date(ws-promo-idx)
           end-if.
           compute ws-start-day =
               FUNCTION INTEGER-OF-DATE(PM-START-DATE).
           compute ws-thru-day =
               FUNCTION INTEGER-OF-DATE(ws-pr-thru-date(ws-promo-idx)).
           compute ws-pr-days(ws-promo-idx) =
               ws-thru-day - ws-start-day + 1.
           compute ws-pr-prior-start(ws-promo-idx) =
               FUNCTION DATE-OF-INTEGER(ws-start-day
                   - (ws-prior-weeks * 7)).

      * one pass of the history: each record counts toward every
      * promotion on its SKU whose stores include the record's
      * store, in whichever window (if either) its date falls
       100-accumulate-history.
           if ws-promo-count > 0
               open input TRANSACTION-HISTORY-FILE
               if ws-history-status = "00"
                   read TRANSACTION-HISTORY-FILE next record
                       at end move "Y" to ws-eof
                   end-read
                   perform 110-accumulate-history-record
                       until ws-eof = "Y"
               end-if
               close TRANSACTION-HISTORY-FILE
               move "N" to ws-eof
           end-if.

       110-accumulate-history-record.
           if TH-TRANSACTION-AMOUNT is numeric
                   and TH-TRANSACTION-DATE is numeric
                   and (TH-TRANSACTION-CODE = "S"
                     or TH-TRANSACTION-CODE = "R"
                     or TH-TRANSACTION-CODE = "V")
               perform 120-compute-net-record
               perform 200-apply-to-promotion
                   varying ws-promo-idx from 1 by 1
                   until ws-promo-idx > ws-promo-count
           end-if.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       120-compute-net-record.
           if TH-QUANTITY is numeric
               move TH-QUANTITY            to ws-net-units
           else
               move 1                      to ws-net-units
           end-if.
           move TH-TRANSACTION-AMOUNT      to ws-net-amount.
           if TH-TRANSACTION-CODE not = "S"
               compute ws-net-units  = 0 - ws-net-units
               compute ws-net-amount = 0 - ws-net-amount
           end-if.

       200-apply-to-promotion.
           if TH-SKU-CODE = ws-pr-sku-code(ws-promo-idx)
                   and TH-TRANSACTION-DATE
                       >= ws-pr-prior-start(ws-promo-idx)
                   and TH-TRANSACTION-DATE
                       <= ws-pr-thru-date(ws-promo-idx)
               perform 210-check-promo-store
               if ws-store-match = "Y"
                   if TH-TRANSACTION-DATE
                           >= ws-pr-start-date(ws-promo-idx)
                       add ws-net-units
                           to ws-pr-units(ws-promo-idx)
                       add ws-net-amount
                           to ws-pr-amount(ws-promo-idx)
                   else
                       add ws-net-units
                           to ws-pr-prior-units(ws-promo-idx)
                       add ws-net-amount
                           to ws-pr-prior-amount(ws-promo-idx)
                   end-if
               end-if
           end-if.

       210-check-promo-store.
           move "N" to ws-store-match.
           if ws-pr-store-count(ws-promo-idx) = 0
               move "Y" to ws-store-match
           else
               perform varying ws-store-idx from 1 by 1
                       until ws-store-idx
                           > ws-pr-store-count(ws-promo-idx)
                   if ws-pr-store(ws-promo-idx, ws-store-idx)
                           = TH-STORE-NUMBER
                       move "Y" to ws-store-match
                   end-if
               end-perform
           end-if.

      * the prior weeks scaled to the promotion's days, so a three
      * day weekend sale is held against three ordinary days; the
      * lift is not shown when the SKU sold nothing beforehand
       300-write-promo-detail.
           compute ws-scaled-units rounded =
               ws-pr-prior-units(ws-promo-idx)
                   * ws-pr-days(ws-promo-idx)
                   / (ws-prior-weeks * 7).
           compute ws-scaled-amount rounded =
               ws-pr-prior-amount(ws-promo-idx)
                   * ws-pr-days(ws-promo-idx)
                   / (ws-prior-weeks * 7).
           move spaces                     to ol-note.
           move 0                          to ws-units-lift.
           move 0                          to ws-amount-lift.
           if ws-scaled-units > 0
               compute ws-units-lift rounded =
                   (ws-pr-units(ws-promo-idx) - ws-scaled-units)
                       * 100 / ws-scaled-units
                   on size error
                       move 99999.9 to ws-units-lift
               end-compute
           else
               move "NO PRIOR"             to ol-note
           end-if.
           if ws-scaled-amount > 0
               compute ws-amount-lift rounded =
                   (ws-pr-amount(ws-promo-idx) - ws-scaled-amount)
                       * 100 / ws-scaled-amount
                   on size error
                       move 99999.9 to ws-amount-lift
               end-compute
           end-if.
           if ws-pr-thru-date(ws-promo-idx)
                   < ws-pr-end-date(ws-promo-idx)
               move "RUNNING"              to ol-note
           end-if.

           move ws-pr-sku-code(ws-promo-idx)   to ol-sku-code.
           move ws-pr-start-date(ws-promo-idx) to ol-start-date.
           move ws-pr-end-date(ws-promo-idx)   to ol-end-date.
           if ws-pr-store-count(ws-promo-idx) = 0
               move "ALL"                      to ol-stores
           else
               move ws-pr-store-count(ws-promo-idx) to ol-stores
           end-if.
           move ws-pr-status(ws-promo-idx)     to ol-status.
           move ws-pr-units(ws-promo-idx)      to ol-units.
           move ws-pr-amount(ws-promo-idx)     to ol-amount.
           move ws-scaled-units                to ol-prior-units.
           move ws-scaled-amount               to ol-prior-amount.
           move ws-units-lift                  to ol-units-lift.
           move ws-amount-lift                 to ol-amount-lift.
           write report-line               from ws-detail-line.

       end program PromoRpt.
