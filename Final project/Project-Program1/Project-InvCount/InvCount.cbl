       identification division.
       program-id. InvCount.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: True the perpetual book up to the shelf. Reads the
      *          stores' physical / cycle-count file (one line per
      *          store and SKU counted, with the count date and a
      *          supervisor approval byte), shows book versus
      *          counted units for every line, and posts each
      *          approved count back into the inventory master as an
      *          adjustment, one audit-log entry per adjustment so
      *          every unit written on or off the book can be traced.
      *          The variance is valued at the store's weighted
      *          average cost (the catalog unit cost before one is
      *          known, the catalog price when the SKU has no cost
      *          maintained at all) and rolled up by store and
      *          district into the shrink extract the GL posting
      *          journals, so loss prevention and accounting see the
      *          same shrink number. Runs in
      *          the EDITPG2 stream after INVPOST: a count is taken
      *          after close on its count date, so it is compared
      *          with the book once that day's movement is posted.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure store count file - one line per store and SKU
      * counted; optional so a night with no counts still runs
           select optional COUNT-FILE
               assign to "../../../data/inv-count.dat"
               organization is line sequential
               file status is ws-count-status.
      * configure perpetual inventory master, keyed SKU + store
           select INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is dynamic
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure SKU catalog lookup - prices the variance and
      * keeps gift-card SKUs (which have no shelf stock) out
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * configure store master - the district each store rolls up
      * to for the shrink totals
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure run-control file carrying the official business
      * date and the supervisor repost override
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure posting log - the one-record file that remembers
      * which business date last posted counts, so a rerun no-ops
           select optional POSTING-LOG-FILE
               assign to "../../../data2/invcount-posted.dat"
               organization is line sequential
               file status is ws-posting-log-status.
      * configure shrink extract output - what the GL posting
      * journals as shrink by store
           select SHRINK-EXTRACT-FILE
               assign to "../../../data2/shrink-extract.dat"
               organization is line sequential.
      * configure count variance report output
           select COUNT-REPORT-FILE
               assign to "../../../data2/inv-count.out"
               organization is line sequential.
      * configure shared audit-trail log appended by the rest of
      * the stream
           select AUDIT-LOG-FILE
               assign to "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd COUNT-FILE
           data record is count-line
           record contains 33 characters.

      * keyed by store and SKU; the approval byte is set by the
      * store supervisor once a recount confirms the figure
       01 count-line.
           05 CT-STORE-NUMBER               pic 99.
           05 CT-SKU-CODE                   pic x(15).
           05 CT-COUNT-DATE                 pic 9(8).
           05 CT-COUNTED-QTY                pic 9(7).
           05 CT-APPROVAL                   pic x.
               88 CT-COUNT-APPROVED         value 'A'.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd POSTING-LOG-FILE
           data record is posting-log-line
           record contains 8 characters.

       01 posting-log-line                pic 9(8).

       fd SHRINK-EXTRACT-FILE
           data record is SHRINK-EXTRACT-RECORD
           record contains 31 characters.

           COPY SHRINKX.

       fd COUNT-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-count-status                 pic xx
           value spaces.
       77  ws-inventory-status             pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-audit-status                 pic xx
           value spaces.
       77  ws-count-read                   pic 9(6)
           value 0.
       77  ws-count-posted                 pic 9(6)
           value 0.
       77  ws-count-pending                pic 9(6)
           value 0.
       77  ws-count-rejected               pic 9(6)
           value 0.

      * the count line in hand - what the book said, what the shelf
      * said, and the difference (counted less book, so a loss is
      * negative)
       77  ws-book-qty                     pic s9(7)
           value 0.
       77  ws-variance-qty                 pic s9(7)
           value 0.
       77  ws-variance-amount              pic s9(9)V99
           value 0.
       77  ws-unit-price                   pic 9(5)V99
           value 0.
       77  ws-catalog-cost                 pic 9(5)V99
           value 0.
      * what one unit of the variance is worth - shrink is carried
      * at cost, the way the book carries the goods
       77  ws-unit-cost                    pic 9(5)V9(4)
           value 0.
       77  ws-book-found                   pic x
           value "N".
       77  ws-line-status                  pic x(12)
           value spaces.
       77  ws-reject-reason                pic x(20)
           value spaces.
       77  ws-count-district               pic 99
           value 0.

      * Rerun protection, same mechanism as the other posting
      * steps: the posting log remembers which business date last
      * posted; the same date again without the supervisor
      * override no-ops with an audit entry and a warning on the
      * report instead of writing the day's counts over twice.
       77  ws-run-control-status           pic xx
           value spaces.
       77  ws-posting-log-status           pic xx
           value spaces.
       77  ws-business-date                pic 9(8)
           value 0.
       77  ws-last-posted-date             pic 9(8)
           value 0.
       77  ws-repost-override              pic x
           value "N".
       77  ws-posting-blocked              pic x
           value "N".
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * the adjustment as it goes onto the shared audit log - store,
      * SKU, count date, book, counted and the variance posted
       01 ws-adjust-image.
           05 ws-ai-store-number           pic 99.
           05 filler                       pic x
               value spaces.
           05 ws-ai-sku-code               pic x(15).
           05 filler                       pic x
               value spaces.
           05 ws-ai-count-date             pic 9(8).
           05 filler                       pic x
               value spaces.
           05 ws-ai-book-qty               pic -9(7).
           05 filler                       pic x
               value spaces.
           05 ws-ai-counted-qty            pic 9(7).
           05 filler                       pic x
               value spaces.
           05 ws-ai-variance-qty           pic -9(7).

      * Store shrink table loaded from STORE-MASTER-FILE the way
      * Program2 loads its store table - same fixed-upper-bound
      * OCCURS pattern and flag-and-skip guard when it fills.
       77  ws-store-table-full             pic x
           value "N".
       01 ws-store-count                   pic 999
           value 0.
       01 ws-store-table.
           05  ws-store-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-store-count
                   ASCENDING KEY IS ws-store-number
                   INDEXED BY ws-store-idx.
               10  ws-store-number          pic 99.
               10  ws-store-name            pic x(20).
               10  ws-store-district        pic 99.
               10  ws-store-lines-posted    pic 9(5) value 0.
      * signed - counted less book, so shrink shows negative
               10  ws-store-variance-qty    pic s9(7) value 0.
               10  ws-store-variance-amt    pic s9(9)V99 value 0.

      * District roll-up, built from the store table once the
      * counts are in.
       77  ws-district-table-full          pic x
           value "N".
       01 ws-district-count                pic 999
           value 0.
       01 ws-district-table.
           05  ws-district-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-district-count
                   INDEXED BY ws-district-idx.
               10  ws-district-number       pic 99.
               10  ws-district-stores       pic 9(3) value 0.
               10  ws-district-variance-qty pic s9(7) value 0.
               10  ws-district-variance-amt pic s9(9)V99 value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(42)
               value "Physical / Cycle Count Variance   Business".
           05  filler                              pic x(8)
               value " date:  ".
           05  ol-business-date                    pic 9(8).

       01 ws-column-line.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(6)
               value "DIST".
           05  filler                              pic x(17)
               value "SKU".
           05  filler                              pic x(10)
               value "COUNTED".
           05  filler                              pic x(11)
               value "BOOK".
           05  filler                              pic x(10)
               value "COUNT".
           05  filler                              pic x(11)
               value "VARIANCE".
           05  filler                              pic x(16)
               value "VARIANCE $".
           05  filler                              pic x(13)
               value "STATUS".

       01 ws-detail-line.
           05  ol-store-number                     pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-district-number                  pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-sku-code                         pic x(15).
           05  filler                              pic xx
               value spaces.
           05  ol-count-date                       pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-book-qty                         pic zzzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-counted-qty                      pic zzzzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-variance-qty                     pic zzzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-variance-amount              pic $$$,$$$,$$9.99-.
           05  filler                              pic xx
               value spaces.
           05  ol-line-status                      pic x(12).
           05  filler                              pic x
               value spaces.
           05  ol-reject-reason                    pic x(20).

       01 ws-none-line.
           05  filler                              pic x(30)
               value "(no count lines received)".

       01 ws-store-head.
           05  filler                              pic x(40)
               value "Shrink by Store (approved counts posted)".

       01 ws-store-column.
           05  filler                              pic x(7)
               value "STORE".
           05  filler                              pic x(22)
               value "NAME".
           05  filler                              pic x(6)
               value "DIST".
           05  filler                              pic x(8)
               value "LINES".
           05  filler                              pic x(12)
               value "UNITS".
           05  filler                              pic x(16)
               value "VARIANCE $".

       01 ws-store-detail-line.
           05  ol-st-store-number                  pic z9.
           05  filler                              pic x(5)
               value spaces.
           05  ol-st-store-name                    pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-st-district-number               pic z9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-st-lines                         pic zzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-st-variance-qty                  pic zzzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-st-variance-amount           pic $$$,$$$,$$9.99-.

       01 ws-district-head.
           05  filler                              pic x(40)
               value "Shrink by District".

       01 ws-district-column.
           05  filler                              pic x(8)
               value "DIST".
           05  filler                              pic x(8)
               value "STORES".
           05  filler                              pic x(12)
               value "UNITS".
           05  filler                              pic x(16)
               value "VARIANCE $".

       01 ws-district-detail-line.
           05  ol-di-district-number               pic z9.
           05  filler                              pic x(6)
               value spaces.
           05  ol-di-stores                        pic zz9.
           05  filler                              pic x(3)
               value spaces.
           05  ol-di-variance-qty                  pic zzzzzz9-.
           05  filler                              pic xx
               value spaces.
           05  ol-di-variance-amount           pic $$$,$$$,$$9.99-.

       01 ws-read-total-line.
           05  filler                              pic x(28)
               value "Count lines read:           ".
           05  ol-count-read                       pic zzzzz9.

       01 ws-posted-total-line.
           05  filler                              pic x(28)
               value "Approved counts posted:     ".
           05  ol-count-posted                     pic zzzzz9.

       01 ws-pending-total-line.
           05  filler                              pic x(28)
               value "Awaiting approval:          ".
           05  ol-count-pending                    pic zzzzz9.

       01 ws-rejected-total-line.
           05  filler                              pic x(28)
               value "Rejected:                   ".
           05  ol-count-rejected                   pic zzzzz9.

       01 ws-blocked-line.
           05  filler                              pic x(42)
               value "** COUNTS ALREADY POSTED FOR BUSINESS DATE".
           05  ol-blocked-date                     pic 9(8).
           05  filler                              pic x(22)
               value " - NOTHING POSTED **".

       01 ws-store-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status       pic x(30).

       procedure division.
           open output COUNT-REPORT-FILE.

      * inventory master persists across runs - i-o with an OUTPUT
      * fallback the first time it doesn't exist yet, same as
      * INVPOST
           open i-o INVENTORY-MASTER-FILE.
           if ws-inventory-status = "35" then
               open output INVENTORY-MASTER-FILE
               close INVENTORY-MASTER-FILE
               open i-o INVENTORY-MASTER-FILE
           end-if.

      * append to the shared audit log - fall back to OUTPUT the
      * first time the file doesn't exist yet
           open extend AUDIT-LOG-FILE.
           if ws-audit-status = "35" then
               open output AUDIT-LOG-FILE
           end-if.

           open input SKU-MASTER-FILE.

           perform 050-check-rerun-protection.
           perform 060-load-store-master.

           move ws-business-date           to ol-business-date.
           write report-line               from ws-headline.
           if ws-posting-blocked = "Y"
               move ws-business-date       to ol-blocked-date
               write report-line           from ws-blocked-line
           end-if.
           write report-line               from ws-newline.

      * the shrink extract is only rewritten by a run that posts -
      * a blocked rerun leaves the first run's extract for GLPOST
           if ws-posting-blocked = "N"
               open output SHRINK-EXTRACT-FILE
               perform 100-post-counts
               perform 200-write-store-totals
               perform 210-write-district-totals
               close SHRINK-EXTRACT-FILE
           end-if.

           write report-line               from ws-newline.
           move ws-count-read              to ol-count-read.
           write report-line               from ws-read-total-line.
           move ws-count-posted            to ol-count-posted.
           write report-line               from ws-posted-total-line.
           move ws-count-pending           to ol-count-pending.
           write report-line               from ws-pending-total-line.
           move ws-count-rejected          to ol-count-rejected.
           write report-line               from ws-rejected-total-line.
           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           write report-line           from ws-store-capacity-line.

           perform 300-write-run-audit-record.

      * this run posted - remember its business date so an
      * accidental rerun of the same date no-ops
           if ws-posting-blocked = "N"
               open output POSTING-LOG-FILE
               move ws-business-date       to posting-log-line
               write posting-log-line
               close POSTING-LOG-FILE
           end-if.

           close INVENTORY-MASTER-FILE SKU-MASTER-FILE
                   COUNT-REPORT-FILE AUDIT-LOG-FILE.
           goback.

      * Decide up front whether this run may post - the same
      * run-control + posting-log mechanism the other posting
      * steps use.
       050-check-rerun-protection.
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
                       if RC-REPOST-AUTHORIZED
                           move "Y" to ws-repost-override
                       end-if
               end-read
           end-if.
           close RUN-CONTROL-FILE.

           open input POSTING-LOG-FILE.
           if ws-posting-log-status = "00" then
               read POSTING-LOG-FILE
                   at end continue
                   not at end
                       if posting-log-line is numeric
                           move posting-log-line
                                   to ws-last-posted-date
                       end-if
               end-read
           end-if.
           close POSTING-LOG-FILE.

           if ws-last-posted-date = ws-business-date
                   and ws-last-posted-date not = 0
                   and ws-repost-override not = "Y"
               move "Y" to ws-posting-blocked
               move "INVCOUNT"            to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
               move "CNT-SKIP"            to AL-DISPOSITION
               move spaces                to AL-TRANSACTION-IMAGE
               move ws-business-date      to AL-TRANSACTION-IMAGE(1:8)
               write AUDIT-LOG-RECORD
           end-if.
           if ws-repost-override = "Y"
                   and ws-last-posted-date = ws-business-date
               move "INVCOUNT"            to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
               move "REPOST-OVR"          to AL-DISPOSITION
               move spaces                to AL-TRANSACTION-IMAGE
               move ws-business-date      to AL-TRANSACTION-IMAGE(1:8)
               write AUDIT-LOG-RECORD
           end-if.

       060-load-store-master.
           open input STORE-MASTER-FILE.
           if ws-store-master-status = "00" then
               read STORE-MASTER-FILE next record
                   at end move "Y" to ws-store-master-eof
               end-read
               perform until ws-store-master-eof = "Y"
                   if ws-store-count < 50
                       add 1 to ws-store-count
                       move SM-STORE-NUMBER
                                    to ws-store-number(ws-store-count)
                       move SM-STORE-NAME
                                    to ws-store-name(ws-store-count)
                       if SM-DISTRICT-NUMBER is numeric
                           move SM-DISTRICT-NUMBER
                                  to ws-store-district(ws-store-count)
                       else
                           move 0
                                  to ws-store-district(ws-store-count)
                       end-if
                   else
                       move "Y" to ws-store-table-full
                   end-if
                   read STORE-MASTER-FILE next record
                       at end move "Y" to ws-store-master-eof
                   end-read
               end-perform
           end-if.
           close STORE-MASTER-FILE.

       100-post-counts.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           open input COUNT-FILE.
           if ws-count-status = "00"
               read COUNT-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 110-process-count-record until ws-eof = "Y"
           end-if.
           close COUNT-FILE.
           move "N" to ws-eof.
           if ws-count-read = 0
               write report-line           from ws-none-line
           end-if.
           write report-line               from ws-newline.

      * every line is shown book-versus-counted; only an approved
      * count for the business date is written to the book - a
      * count from any other day was taken against a book that has
      * moved since, so it is reported back for a recount instead
       110-process-count-record.
           add 1 to ws-count-read.
           move spaces to ws-reject-reason.
           move 0      to ws-book-qty ws-variance-qty
                          ws-variance-amount ws-unit-price
                          ws-catalog-cost ws-unit-cost
                          ws-count-district.
           perform 115-validate-count-line.

           if ws-reject-reason = spaces
               move CT-SKU-CODE            to IM-SKU-CODE
               move CT-STORE-NUMBER        to IM-STORE-NUMBER
               move "Y"                    to ws-book-found
               read INVENTORY-MASTER-FILE
                   invalid key
                       move "N"            to ws-book-found
                       move 0              to IM-ON-HAND-QTY
                       move 0              to IM-REORDER-POINT
                       move 0              to IM-REORDER-QTY
                       move 0              to IM-DAMAGED-QTY
                       move 0              to IM-AVERAGE-COST
               end-read
               move IM-ON-HAND-QTY         to ws-book-qty
               compute ws-variance-qty =
                   CT-COUNTED-QTY - ws-book-qty
               evaluate true
                   when IM-AVERAGE-COST > 0
                       move IM-AVERAGE-COST to ws-unit-cost
                   when ws-catalog-cost > 0
                       move ws-catalog-cost to ws-unit-cost
                   when other
                       move ws-unit-price   to ws-unit-cost
               end-evaluate
               compute ws-variance-amount rounded =
                   ws-variance-qty * ws-unit-cost
               if CT-COUNT-APPROVED
                   perform 120-post-count-adjustment
                   move "POSTED"           to ws-line-status
                   add 1 to ws-count-posted
               else
                   move "PENDING"          to ws-line-status
                   move "awaiting approval" to ws-reject-reason
                   add 1 to ws-count-pending
               end-if
           else
               move "REJECTED"             to ws-line-status
               add 1 to ws-count-rejected
           end-if.

           perform 150-write-count-detail.

           read COUNT-FILE
               at end move "Y"             to ws-eof
           end-read.

       115-validate-count-line.
           if CT-STORE-NUMBER is not numeric
               move "invalid store"        to ws-reject-reason
           else
               search all ws-store-entry
                   at end
                       move "store not on master"
                                           to ws-reject-reason
                   when ws-store-number(ws-store-idx)
                           = CT-STORE-NUMBER
                       move ws-store-district(ws-store-idx)
                                           to ws-count-district
               end-search
           end-if.
           if ws-reject-reason = spaces
               if CT-COUNTED-QTY is not numeric
                   move "invalid count qty" to ws-reject-reason
               end-if
           end-if.
           if ws-reject-reason = spaces
               if CT-COUNT-DATE is not numeric
                   move "invalid count date" to ws-reject-reason
               else
                   if CT-COUNT-DATE not = ws-business-date
                       move "count date not today"
                                           to ws-reject-reason
                   end-if
               end-if
           end-if.
           if ws-reject-reason = spaces
               move CT-SKU-CODE            to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       move "SKU not in catalog"
                                           to ws-reject-reason
                   not invalid key
                       if SKM-GIFT-CARD-SKU
                           move "gift-card SKU" to ws-reject-reason
                       else
                           move SKM-UNIT-PRICE to ws-unit-price
                           if SKM-UNIT-COST is numeric
                               move SKM-UNIT-COST
                                           to ws-catalog-cost
                           end-if
                       end-if
               end-read
           end-if.

      * the count replaces the book outright; the variance is what
      * goes to the audit log and into the store's shrink
       120-post-count-adjustment.
           move CT-COUNTED-QTY             to IM-ON-HAND-QTY.
           move ws-business-date           to IM-LAST-POSTED-DATE.
           if ws-book-found = "Y"
               rewrite INVENTORY-MASTER-RECORD
           else
               write INVENTORY-MASTER-RECORD
                   invalid key continue
               end-write
           end-if.

           if ws-variance-qty not = 0
               move CT-STORE-NUMBER        to ws-ai-store-number
               move CT-SKU-CODE            to ws-ai-sku-code
               move CT-COUNT-DATE          to ws-ai-count-date
               move ws-book-qty            to ws-ai-book-qty
               move CT-COUNTED-QTY         to ws-ai-counted-qty
               move ws-variance-qty        to ws-ai-variance-qty
               move "INVCOUNT"             to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP
               move "COUNT-ADJ"            to AL-DISPOSITION
               move ws-adjust-image        to AL-TRANSACTION-IMAGE
               write AUDIT-LOG-RECORD
           end-if.

           add 1 to ws-store-lines-posted(ws-store-idx).
           add ws-variance-qty
                   to ws-store-variance-qty(ws-store-idx).
           add ws-variance-amount
                   to ws-store-variance-amt(ws-store-idx).

       150-write-count-detail.
           move CT-STORE-NUMBER            to ol-store-number.
           move ws-count-district          to ol-district-number.
           move CT-SKU-CODE                to ol-sku-code.
           move CT-COUNT-DATE              to ol-count-date.
           move ws-book-qty                to ol-book-qty.
           if CT-COUNTED-QTY is numeric
               move CT-COUNTED-QTY         to ol-counted-qty
           else
               move 0                      to ol-counted-qty
           end-if.
           move ws-variance-qty            to ol-variance-qty.
           move ws-variance-amount         to ol-variance-amount.
           move ws-line-status             to ol-line-status.
           move ws-reject-reason           to ol-reject-reason.
           write report-line               from ws-detail-line.

      * one line per store that posted counts, and one shrink
      * extract record per store whose counts moved the book
       200-write-store-totals.
           write report-line               from ws-store-head.
           write report-line               from ws-store-column.
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
               if ws-store-lines-posted(ws-store-idx) > 0
                   move ws-store-number(ws-store-idx)
                                           to ol-st-store-number
                   move ws-store-name(ws-store-idx)
                                           to ol-st-store-name
                   move ws-store-district(ws-store-idx)
                                           to ol-st-district-number
                   move ws-store-lines-posted(ws-store-idx)
                                           to ol-st-lines
                   move ws-store-variance-qty(ws-store-idx)
                                           to ol-st-variance-qty
                   move ws-store-variance-amt(ws-store-idx)
                                           to ol-st-variance-amount
                   write report-line       from ws-store-detail-line
                   perform 205-roll-into-district
                   perform 220-write-shrink-extract
               end-if
           end-perform.
           write report-line               from ws-newline.

       205-roll-into-district.
           perform varying ws-district-idx from 1 by 1
                   until ws-district-idx > ws-district-count
                   or ws-district-number(ws-district-idx)
                           = ws-store-district(ws-store-idx)
               continue
           end-perform.
           if ws-district-idx > ws-district-count
               if ws-district-count >= 50
                   move "Y" to ws-district-table-full
               else
                   add 1 to ws-district-count
                   set ws-district-idx to ws-district-count
                   move ws-store-district(ws-store-idx)
                           to ws-district-number(ws-district-count)
               end-if
           end-if.
           if ws-district-idx <= ws-district-count
               add 1 to ws-district-stores(ws-district-idx)
               add ws-store-variance-qty(ws-store-idx)
                       to ws-district-variance-qty(ws-district-idx)
               add ws-store-variance-amt(ws-store-idx)
                       to ws-district-variance-amt(ws-district-idx)
           end-if.

       210-write-district-totals.
           write report-line               from ws-district-head.
           write report-line               from ws-district-column.
           perform varying ws-district-idx from 1 by 1
                   until ws-district-idx > ws-district-count
               move ws-district-number(ws-district-idx)
                                           to ol-di-district-number
               move ws-district-stores(ws-district-idx)
                                           to ol-di-stores
               move ws-district-variance-qty(ws-district-idx)
                                           to ol-di-variance-qty
               move ws-district-variance-amt(ws-district-idx)
                                           to ol-di-variance-amount
               write report-line       from ws-district-detail-line
           end-perform.

      * the extract carries shrink as the GL sees it - a count under
      * the book is a loss, over the book a gain
       220-write-shrink-extract.
           if ws-store-variance-amt(ws-store-idx) not = 0
               move ws-business-date       to SX-BUSINESS-DATE
               move ws-store-number(ws-store-idx)
                                           to SX-STORE-NUMBER
               move ws-store-district(ws-store-idx)
                                           to SX-DISTRICT-NUMBER
               if ws-store-variance-amt(ws-store-idx) < 0
                   move "L"                to SX-DIRECTION
                   compute SX-SHRINK-UNITS =
                       0 - ws-store-variance-qty(ws-store-idx)
                   compute SX-SHRINK-AMOUNT =
                       0 - ws-store-variance-amt(ws-store-idx)
               else
                   move "G"                to SX-DIRECTION
                   move ws-store-variance-qty(ws-store-idx)
                                           to SX-SHRINK-UNITS
                   move ws-store-variance-amt(ws-store-idx)
                                           to SX-SHRINK-AMOUNT
               end-if
               write SHRINK-EXTRACT-RECORD
           end-if.

      * one summary touch on the shared audit log per run, the way
      * the inventory posting logs its day
       300-write-run-audit-record.
           move "INVCOUNT"             to AL-SOURCE-PROGRAM.
           move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP.
           if ws-posting-blocked = "Y"
               move "CNT-SKIP"         to AL-DISPOSITION
               move spaces             to AL-TRANSACTION-IMAGE
               move ws-business-date   to AL-TRANSACTION-IMAGE(1:8)
           else
               move "POSTED"           to AL-DISPOSITION
               move spaces             to AL-TRANSACTION-IMAGE
               move ws-count-posted    to AL-TRANSACTION-IMAGE(1:6)
           end-if.
           write AUDIT-LOG-RECORD.

       end program InvCount.
