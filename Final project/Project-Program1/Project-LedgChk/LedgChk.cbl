       identification division.
       program-id. LedgChk.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Nightly proof that the subsidiary files have not
      *          drifted from the transaction history - LEDGRBLD
      *          repairs a bad file, this says when one has gone
      *          bad. Read-only: recomputes from the history, with
      *          LEDGRBLD's replay rules, what each open balance
      *          should be and lists every invoice line, layaway,
      *          card and SKU/store where the stored value
      *          disagrees:
      *            sales history  SH-RETURNABLE-AMOUNT
      *            layaways       LL-BALANCE-DUE
      *            gift cards     GC-BALANCE-REMAINING
      *            inventory      IM-ON-HAND-QTY
      *          The book on-hand is the history's movement plus the
      *          DC receipts INVPOST has logged, taken from the last
      *          physical count of the SKU/store when there is one
      *          (the count replaced the book outright), else from
      *          the first movement on file, archived history
      *          included. A sales line, card or layaway opened
      *          before the earliest live history record cannot be
      *          recomputed and is counted as not checked. RC 8
      *          when anything drifts, which the EDITPG2 alert and
      *          the DAYCLOSE verdict both pick up.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure run-control file carrying the official business
      * date
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure permanent transaction history master - dynamic,
      * walked front to back for the cards and the book and
      * started at each invoice for its sales lines and layaway
           select optional TRANSACTION-HISTORY-FILE
               assign to "../../../datafiles/data/tran-history.dat"
               organization is indexed
               access mode is dynamic
               record key is TH-RECORD-KEY
               file status is ws-history-status.
      * configure transaction-history archive - the movement
      * ARCHIVE has rolled out of the live history still counts
      * toward the book
           select optional TRAN-HISTORY-ARCH-FILE
               assign to "../../../data2/tran-history-arch.dat"
               organization is line sequential
               file status is ws-history-arch-status.
      * configure SKU catalog lookup - tells a card issuance from
      * ordinary merchandise, same as the daily stream
           select SKU-MASTER-FILE
               assign to "../../../datafiles/data/sku-master.dat"
               organization is indexed
               access mode is random
               record key is SKM-SKU-CODE
               file status is ws-sku-master-status.
      * the four files being proved - read only
           select optional SALES-HISTORY-FILE
               assign to "../../../datafiles/data/sales-history.dat"
               organization is indexed
               access mode is sequential
               record key is SH-RECORD-KEY
               file status is ws-sales-history-status.
           select optional GIFT-CARD-LEDGER-FILE
               assign to
               "../../../datafiles/data/gift-card-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is GC-CARD-NUMBER
               file status is ws-gift-card-status.
           select optional LAYAWAY-LEDGER-FILE
               assign to "../../../data2/layaway-ledger.dat"
               organization is indexed
               access mode is sequential
               record key is LL-INVOICE-NUMBER
               file status is ws-layaway-status.
           select optional INVENTORY-MASTER-FILE
               assign to "../../../datafiles/data/inventory-mstr.dat"
               organization is indexed
               access mode is sequential
               record key is IM-RECORD-KEY
               file status is ws-inventory-status.
      * configure the DC receipts INVPOST has taken onto the book
           select optional DC-RECEIPT-LOG-FILE
               assign to "../../../datafiles/data/dc-receipt-log.dat"
               organization is line sequential
               file status is ws-receipt-log-status.
      * configure shared audit-trail log and its archive - the
      * physical counts INVCOUNT posted are read back out of them
           select optional AUDIT-LOG-FILE
               assign to "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-status.
           select optional AUDIT-ARCH-FILE
               assign to "../../../data2/audit-arch.log"
               organization is line sequential
               file status is ws-audit-arch-status.
      * configure integrity check report output
           select LEDGCHK-REPORT-FILE
               assign to "../../../data2/ledg-check.out"
               organization is line sequential.

       data division.
       file section.
       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.

       fd TRAN-HISTORY-ARCH-FILE
           data record is tran-arch-line
           record contains 102 characters.

       01 tran-arch-line                    pic x(102).

       fd SKU-MASTER-FILE.
           COPY SKUMSTR.

       fd SALES-HISTORY-FILE.
           COPY SALESHST.

       fd GIFT-CARD-LEDGER-FILE.
           COPY GIFTCARD.

       fd LAYAWAY-LEDGER-FILE.
           COPY LAYAWAY.

       fd INVENTORY-MASTER-FILE.
           COPY INVMSTR.

       fd DC-RECEIPT-LOG-FILE
           data record is dc-receipt-line
           record contains 37 characters.

       01 dc-receipt-line.
           05 DR-STORE-NUMBER               pic 99.
           05 DR-SKU-CODE                   pic x(15).
           05 DR-RECEIPT-DATE               pic 9(8).
           05 DR-QUANTITY                   pic 9(5).
           05 DR-UNIT-COST                  pic 9(5)V99.

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       fd AUDIT-ARCH-FILE
           data record is audit-arch-line
           record contains 166 characters.

       01 audit-arch-line                   pic x(166).

       fd LEDGCHK-REPORT-FILE
           data record is report-line
           record contains 120 characters.

       01 report-line                       pic x(120).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-group-eof                    pic x
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.
       77  ws-history-status               pic xx
           value spaces.
       77  ws-history-arch-status          pic xx
           value spaces.
       77  ws-sku-master-status            pic xx
           value spaces.
      * set once when the catalog opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot say
      * whether the catalog is there for the next record
       77  ws-sku-master-open              pic x
           value "N".
       77  ws-sales-history-status         pic xx
           value spaces.
       77  ws-gift-card-status             pic xx
           value spaces.
       77  ws-layaway-status               pic xx
           value spaces.
       77  ws-inventory-status             pic xx
           value spaces.
       77  ws-receipt-log-status           pic xx
           value spaces.
       77  ws-audit-status                 pic xx
           value spaces.
       77  ws-audit-arch-status            pic xx
           value spaces.

       77  ws-business-date                pic 9(8)
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * the earliest transaction date still in the live history -
      * anything a ledger opened before it was opened by history
      * ARCHIVE has rolled out, and cannot be recomputed
       77  ws-history-from-date            pic 9(8)
           value 0.
       77  ws-history-archived             pic x
           value "N".

      * an audit entry, live or archived, as the counts are read
      * back out of it
       01 ws-audit-entry.
           05 ws-ae-source-program         pic x(8).
           05 ws-ae-run-timestamp          pic x(26).
           05 ws-ae-disposition            pic x(12).
           05 ws-ae-image.
               10 ws-ae-store-number       pic x(2).
               10 filler                   pic x.
               10 ws-ae-sku-code           pic x(15).
               10 filler                   pic x.
               10 ws-ae-count-date         pic x(8).
               10 filler                   pic x(10).
               10 ws-ae-counted-qty        pic x(7).
               10 filler                   pic x(76).

      * tender resolution off the history record, mirroring the
      * edit's: which card the GC portion drew from, how much,
      * and whether the record is a legacy pure-'GC' redemption
      * whose invoice field is the card number
       77  ws-has-gc-tender                pic x
           value "N".
       77  ws-gc-legacy-invoice            pic x
           value "N".
       77  ws-gc-card-number               pic x(9)
           value spaces.
       77  ws-gc-tender-amount             pic 9(5)V99
           value 0.
       77  ws-record-is-gc-sku             pic x
           value "N".

      * Gift-card table loaded from the ledger in card order - the
      * balance the ledger holds beside the one the history says
      * it should; a card the history voided back out should not
      * be on the ledger at all
       77  ws-card-table-full              pic x
           value "N".
       01 ws-card-count                    pic 9(5)
           value 0.
       01 ws-card-table.
           05  ws-card-entry OCCURS 1 TO 10000 TIMES
                   DEPENDING ON ws-card-count
                   ASCENDING KEY IS ws-card-number
                   INDEXED BY ws-card-idx.
               10  ws-card-number           pic x(9).
               10  ws-card-issue-date       pic 9(8).
               10  ws-card-stored           pic s9(7)V99.
               10  ws-card-expected         pic s9(7)V99.
               10  ws-card-voided           pic x.
       77  ws-find-card-number             pic x(9)
           value spaces.
       77  ws-card-found                   pic x
           value "N".

      * Inventory table loaded from the master in SKU/store order -
      * the book on-hand, the last physical count (zero date when
      * the SKU/store has never been counted) and the movement
      * since it
       77  ws-item-table-full              pic x
           value "N".
       01 ws-item-count                    pic 9(5)
           value 0.
       01 ws-item-table.
           05  ws-item-entry OCCURS 1 TO 20000 TIMES
                   DEPENDING ON ws-item-count
                   ASCENDING KEY IS ws-item-key
                   INDEXED BY ws-item-idx.
               10  ws-item-key.
                   15  ws-item-sku-code     pic x(15).
                   15  ws-item-store-number pic 99.
               10  ws-item-stored           pic s9(7).
               10  ws-item-count-date       pic 9(8).
               10  ws-item-counted-qty      pic 9(7).
               10  ws-item-movement         pic s9(7).
       01 ws-find-item-key.
           05  ws-find-sku-code            pic x(15).
           05  ws-find-store-number        pic 99.
       77  ws-item-found                   pic x
           value "N".
       77  ws-movement-date                pic 9(8)
           value 0.
       77  ws-qty-delta                    pic s9(7)
           value 0.
       77  ws-item-expected                pic s9(7)
           value 0.

      * One invoice's lines as the history replays them - open or
      * not and what is still returnable, plus which ends of a
      * transfer line have already moved the book (a repeat of an
      * end is reported by INVPOST and never posted)
       77  ws-group-invoice                pic x(9)
           value spaces.
       01 ws-line-table.
           05  ws-line-entry OCCURS 100 TIMES
                   INDEXED BY ws-line-idx.
               10  ws-line-open             pic x.
               10  ws-line-returnable       pic s9(5)V99.
               10  ws-line-out-seen         pic x.
               10  ws-line-in-seen          pic x.
       77  ws-line-sub                     pic 9(3)
           value 0.

      * the invoice's layaway as the history replays it
       77  ws-lay-started                  pic x
           value "N".
       77  ws-lay-original                 pic s9(7)V99
           value 0.
       77  ws-lay-balance                  pic s9(7)V99
           value 0.

      * run counters
       77  ws-drift-count                  pic 9(7)
           value 0.
       77  ws-sales-checked                pic 9(7)
           value 0.
       77  ws-sales-drifted                pic 9(7)
           value 0.
       77  ws-sales-unchecked              pic 9(7)
           value 0.
       77  ws-layaways-checked             pic 9(7)
           value 0.
       77  ws-layaways-drifted             pic 9(7)
           value 0.
       77  ws-layaways-unchecked           pic 9(7)
           value 0.
       77  ws-cards-checked                pic 9(7)
           value 0.
       77  ws-cards-drifted                pic 9(7)
           value 0.
       77  ws-cards-unchecked              pic 9(7)
           value 0.
       77  ws-items-checked                pic 9(7)
           value 0.
       77  ws-items-drifted                pic 9(7)
           value 0.
       77  ws-items-counted                pic 9(7)
           value 0.
       77  ws-items-unchecked              pic 9(7)
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(32)
               value "Cross-Ledger Integrity Check    ".
           05  filler                              pic x(10)
               value "Business: ".
           05  ol-business-date                    pic 9(8).
           05  filler                              pic x(18)
               value "   History from: ".
           05  ol-history-from-date                pic x(8).

       01 ws-column-line.
           05  filler                              pic x(10)
               value "LEDGER".
           05  filler                              pic x(20)
               value "KEY".
           05  filler                              pic x(15)
               value "         STORED".
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(15)
               value "       EXPECTED".
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(30)
               value "FINDING".

       01 ws-amount-drift-line.
           05  ol-da-ledger                        pic x(10).
           05  ol-da-key                           pic x(20).
           05  ol-da-stored                pic -$$$,$$$,$$9.99.
           05  filler                              pic x(4)
               value spaces.
           05  ol-da-expected              pic -$$$,$$$,$$9.99.
           05  filler                              pic x(4)
               value spaces.
           05  ol-da-finding                       pic x(30).

       01 ws-qty-drift-line.
           05  ol-dq-ledger                        pic x(10).
           05  ol-dq-key                           pic x(20).
           05  filler                              pic x(4)
               value spaces.
           05  ol-dq-stored                        pic -(10)9.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(4)
               value spaces.
           05  ol-dq-expected                      pic -(10)9.
           05  filler                              pic x(4)
               value spaces.
           05  ol-dq-finding                       pic x(30).

       01 ws-none-line.
           05  filler                              pic x(30)
               value "  (no drift found)".

       01 ws-count-line.
           05  ol-count-caption                    pic x(36).
           05  ol-count-value                      pic zzzzzz9.

       01 ws-capacity-line.
           05  ol-capacity-caption                 pic x(24).
           05  ol-capacity-status                  pic x(30).

       procedure division.
           open output LEDGCHK-REPORT-FILE.

           perform 030-load-business-date.
           open input TRANSACTION-HISTORY-FILE.
           open input SKU-MASTER-FILE.
           if ws-sku-master-status = "00"
               move "Y" to ws-sku-master-open
           end-if.

           perform 100-load-card-ledger.
           perform 150-load-inventory-master.
           perform 200-load-count-anchors.
           perform 300-replay-live-history.
           perform 350-replay-archived-history.
           perform 380-add-logged-receipts.

           move ws-business-date           to ol-business-date.
           if ws-history-from-date = 99999999
               move "(none)"               to ol-history-from-date
           else
               move ws-history-from-date   to ol-history-from-date
           end-if.
           write report-line               from ws-headline.
           write report-line               from ws-newline.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.

           perform 400-check-sales-history.
           perform 500-check-layaways.
           perform 600-check-gift-cards.
           perform 700-check-inventory.
           if ws-drift-count = 0
               write report-line           from ws-none-line
           end-if.

           perform 800-write-run-totals.
           perform 900-write-run-audit-record.

           close TRANSACTION-HISTORY-FILE SKU-MASTER-FILE.
           if ws-drift-count > 0
               move 8 to RETURN-CODE
           end-if.

           close LEDGCHK-REPORT-FILE.
           goback.

      * the official business date, with the system date as the
      * fallback when operations has not set run-control up
       030-load-business-date.
           move FUNCTION CURRENT-DATE      to ws-current-date-fields.
           move ws-cd-date                 to ws-business-date.
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

      * mirror of the edit's split-tender resolution, off the
      * history record's carried tender detail
       090-resolve-tenders.
           move "N"    to ws-has-gc-tender.
           move "N"    to ws-gc-legacy-invoice.
           move spaces to ws-gc-card-number.
           move 0      to ws-gc-tender-amount.
           if TH-PAYMENT-TYPE = "GC"
               move "Y" to ws-has-gc-tender
               if TH-TENDER-2-TYPE = spaces
                       or TH-TENDER-1-AMOUNT is not numeric
                       or TH-TENDER-1-AMOUNT = 0
                   move TH-TRANSACTION-AMOUNT
                           to ws-gc-tender-amount
               else
                   move TH-TENDER-1-AMOUNT to ws-gc-tender-amount
               end-if
           end-if.
           if TH-TENDER-2-TYPE = "GC"
                   and TH-TENDER-2-AMOUNT is numeric
               move "Y" to ws-has-gc-tender
               move TH-TENDER-2-AMOUNT to ws-gc-tender-amount
           end-if.
           if ws-has-gc-tender = "Y"
               if TH-CARD-NUMBER not = spaces
                   move TH-CARD-NUMBER to ws-gc-card-number
               else
                   move TH-INVOICE-NUMBER to ws-gc-card-number
                   if TH-PAYMENT-TYPE = "GC"
                           and TH-TENDER-2-TYPE = spaces
                       move "Y" to ws-gc-legacy-invoice
                   end-if
               end-if
           end-if.

       095-check-gc-sku.
           move "N" to ws-record-is-gc-sku.
           if ws-sku-master-open = "Y"
               move TH-SKU-CODE to SKM-SKU-CODE
               read SKU-MASTER-FILE
                   invalid key
                       continue
                   not invalid key
                       if SKM-GIFT-CARD-SKU
                           move "Y" to ws-record-is-gc-sku
                       end-if
               end-read
           end-if.

      * a fresh invoice - no line open, no transfer end moved
       098-clear-line-table.
           perform varying ws-line-idx from 1 by 1
                   until ws-line-idx > 100
               move "N"    to ws-line-open(ws-line-idx)
               move 0      to ws-line-returnable(ws-line-idx)
               move "N"    to ws-line-out-seen(ws-line-idx)
               move "N"    to ws-line-in-seen(ws-line-idx)
           end-perform.
           move "N"        to ws-lay-started.
           move 0          to ws-lay-original.
           move 0          to ws-lay-balance.

      * the gift-card ledger, in card order, with every expected
      * balance starting from nothing
       100-load-card-ledger.
           open input GIFT-CARD-LEDGER-FILE.
           if ws-gift-card-status = "00"
               read GIFT-CARD-LEDGER-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 110-load-card-record until ws-eof = "Y"
           end-if.
           close GIFT-CARD-LEDGER-FILE.
           move "N" to ws-eof.

       110-load-card-record.
           if ws-card-count < 10000
               add 1 to ws-card-count
               move GC-CARD-NUMBER     to ws-card-number(ws-card-count)
               move GC-ISSUE-DATE
                               to ws-card-issue-date(ws-card-count)
               move GC-BALANCE-REMAINING
                               to ws-card-stored(ws-card-count)
               move 0          to ws-card-expected(ws-card-count)
               move "N"        to ws-card-voided(ws-card-count)
           else
               move "Y" to ws-card-table-full
               add 1 to ws-cards-unchecked
           end-if.
           read GIFT-CARD-LEDGER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * the inventory master, in SKU/store order, with no count
      * and no movement against any of it yet
       150-load-inventory-master.
           open input INVENTORY-MASTER-FILE.
           if ws-inventory-status = "00"
               read INVENTORY-MASTER-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 160-load-inventory-record until ws-eof = "Y"
           end-if.
           close INVENTORY-MASTER-FILE.
           move "N" to ws-eof.

       160-load-inventory-record.
           if ws-item-count < 20000
               add 1 to ws-item-count
               move IM-SKU-CODE    to ws-item-sku-code(ws-item-count)
               move IM-STORE-NUMBER
                               to ws-item-store-number(ws-item-count)
               move IM-ON-HAND-QTY to ws-item-stored(ws-item-count)
               move 0          to ws-item-count-date(ws-item-count)
               move 0          to ws-item-counted-qty(ws-item-count)
               move 0          to ws-item-movement(ws-item-count)
           else
               move "Y" to ws-item-table-full
               add 1 to ws-items-unchecked
           end-if.
           read INVENTORY-MASTER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * the SKU/store a movement lands on - not found when the
      * master has no such record (or it did not fit the table)
       170-find-item.
           move "N" to ws-item-found.
           if ws-item-count > 0
               search all ws-item-entry
                   at end
                       continue
                   when ws-item-key(ws-item-idx) = ws-find-item-key
                       move "Y" to ws-item-found
               end-search
           end-if.

      * a movement counts toward the book unless the SKU/store has
      * been physically counted since - the count replaced the
      * book outright, so only what is dated after it still moves
      * it
       180-apply-item-movement.
           perform 170-find-item.
           if ws-item-found = "Y"
               if ws-item-count-date(ws-item-idx) = 0
                       or ws-movement-date
                           > ws-item-count-date(ws-item-idx)
                   add ws-qty-delta
                           to ws-item-movement(ws-item-idx)
               end-if
           end-if.

      * Every physical count INVCOUNT replaced the book with, the
      * archived log first so the latest count of a SKU/store is
      * the one that stands. A count that agreed with the book
      * logged no adjustment, and needs none - the book was right.
       200-load-count-anchors.
           open input AUDIT-ARCH-FILE.
           if ws-audit-arch-status = "00"
               read AUDIT-ARCH-FILE into ws-audit-entry
                   at end move "Y" to ws-eof
               end-read
               perform 210-load-archived-count until ws-eof = "Y"
           end-if.
           close AUDIT-ARCH-FILE.
           move "N" to ws-eof.

           open input AUDIT-LOG-FILE.
           if ws-audit-status = "00"
               read AUDIT-LOG-FILE into ws-audit-entry
                   at end move "Y" to ws-eof
               end-read
               perform 220-load-logged-count until ws-eof = "Y"
           end-if.
           close AUDIT-LOG-FILE.
           move "N" to ws-eof.

       210-load-archived-count.
           perform 230-apply-count-entry.
           read AUDIT-ARCH-FILE into ws-audit-entry
               at end move "Y"             to ws-eof
           end-read.

       220-load-logged-count.
           perform 230-apply-count-entry.
           read AUDIT-LOG-FILE into ws-audit-entry
               at end move "Y"             to ws-eof
           end-read.

       230-apply-count-entry.
           if ws-ae-source-program = "INVCOUNT"
                   and ws-ae-disposition = "COUNT-ADJ"
                   and ws-ae-store-number is numeric
                   and ws-ae-count-date is numeric
                   and ws-ae-counted-qty is numeric
               move ws-ae-sku-code         to ws-find-sku-code
               move ws-ae-store-number     to ws-find-store-number
               perform 170-find-item
               if ws-item-found = "Y"
                   move ws-ae-count-date
                           to ws-item-count-date(ws-item-idx)
                   move ws-ae-counted-qty
                           to ws-item-counted-qty(ws-item-idx)
               end-if
           end-if.

      * One pass over the live history: where it starts, what
      * each card should hold, and what moved the book.
       300-replay-live-history.
           move 99999999                   to ws-history-from-date.
           move spaces                     to ws-group-invoice.
           if ws-history-status = "00"
               move low-values             to TH-RECORD-KEY
               start TRANSACTION-HISTORY-FILE
                       key is not less than TH-RECORD-KEY
                   invalid key move "Y"    to ws-eof
               end-start
               if ws-eof = "N"
                   read TRANSACTION-HISTORY-FILE next record
                       at end move "Y"     to ws-eof
                   end-read
               end-if
               perform 310-replay-live-record until ws-eof = "Y"
           end-if.
           move "N" to ws-eof.

       310-replay-live-record.
           if TH-TRANSACTION-DATE is numeric
               if TH-TRANSACTION-DATE < ws-history-from-date
                   move TH-TRANSACTION-DATE to ws-history-from-date
               end-if
               perform 090-resolve-tenders
               perform 095-check-gc-sku
               perform 320-replay-card-activity
               perform 330-replay-book-movement
           end-if.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * the card rules LEDGRBLD replays by: a card-SKU sale issues
      * the card numbered by its invoice, a no-receipt return
      * opens the merchandise-credit card it names, every other
      * GC tender draws its card down, and a void hands a drawn
      * amount back (or takes a voided issuance's card away)
       320-replay-card-activity.
           if TH-TRANSACTION-CODE = "S"
                   and ws-record-is-gc-sku = "Y"
               move TH-INVOICE-NUMBER      to ws-find-card-number
               perform 325-find-card
               if ws-card-found = "Y"
                   add TH-TRANSACTION-AMOUNT
                           to ws-card-expected(ws-card-idx)
               end-if
           end-if.
           if TH-TRANSACTION-CODE = "R"
                   and TH-PAYMENT-TYPE = "MC"
               move TH-CARD-NUMBER         to ws-find-card-number
               perform 325-find-card
               if ws-card-found = "Y"
                   add TH-TRANSACTION-AMOUNT
                           to ws-card-expected(ws-card-idx)
               end-if
           end-if.
           if ws-has-gc-tender = "Y"
               move ws-gc-card-number      to ws-find-card-number
               perform 325-find-card
               if ws-card-found = "Y"
                   if TH-TRANSACTION-CODE = "V"
                       add ws-gc-tender-amount
                               to ws-card-expected(ws-card-idx)
                   else
                       subtract ws-gc-tender-amount
                               from ws-card-expected(ws-card-idx)
                   end-if
               end-if
           end-if.
           if TH-TRANSACTION-CODE = "V"
                   and ws-record-is-gc-sku = "Y"
                   and ws-gc-legacy-invoice = "N"
               move TH-INVOICE-NUMBER      to ws-find-card-number
               perform 325-find-card
               if ws-card-found = "Y"
                   move "Y" to ws-card-voided(ws-card-idx)
               end-if
           end-if.

      * the card's table entry - not found when the ledger has no
      * such card (or it did not fit the table)
       325-find-card.
           move "N" to ws-card-found.
           if ws-card-count > 0
               search all ws-card-entry
                   at end
                       continue
                   when ws-card-number(ws-card-idx)
                           = ws-find-card-number
                       move "Y" to ws-card-found
               end-search
           end-if.

      * What moved the book, by INVPOST's rules: a sale or an
      * exchange's replacement draws it down, a return restores
      * unless it went to the damaged bucket or back to the
      * vendor, a void restores its cancelled sale, and each end
      * of a transfer line moves its own store once. Card SKUs
      * move no goods. A history record carries its invoice's
      * records together, so the transfer ends seen are kept per
      * invoice.
       330-replay-book-movement.
           if TH-INVOICE-NUMBER not = ws-group-invoice
               move TH-INVOICE-NUMBER      to ws-group-invoice
               perform 098-clear-line-table
           end-if.
           move 0 to ws-qty-delta.
           if TH-QUANTITY is numeric and TH-QUANTITY > 0
               evaluate TH-TRANSACTION-CODE
                   when "S"
                   when "X"
                       if ws-record-is-gc-sku = "N"
                           compute ws-qty-delta = 0 - TH-QUANTITY
                       end-if
                   when "R"
                       if ws-record-is-gc-sku = "N"
                               and TH-RETURN-DISPOSITION not = "D"
                               and TH-RETURN-DISPOSITION not = "V"
                           move TH-QUANTITY to ws-qty-delta
                       end-if
                   when "V"
                       if ws-record-is-gc-sku = "N"
                           move TH-QUANTITY to ws-qty-delta
                       end-if
                   when "O"
                       if TH-LINE-NUMBER is numeric
                           compute ws-line-sub = TH-LINE-NUMBER + 1
                           if ws-line-out-seen(ws-line-sub) = "N"
                               move "Y"
                                   to ws-line-out-seen(ws-line-sub)
                               compute ws-qty-delta =
                                   0 - TH-QUANTITY
                           end-if
                       end-if
                   when "I"
                       if TH-LINE-NUMBER is numeric
                           compute ws-line-sub = TH-LINE-NUMBER + 1
                           if ws-line-in-seen(ws-line-sub) = "N"
                               move "Y"
                                   to ws-line-in-seen(ws-line-sub)
                               move TH-QUANTITY to ws-qty-delta
                           end-if
                       end-if
               end-evaluate
           end-if.
           if ws-qty-delta not = 0
               move TH-SKU-CODE            to ws-find-sku-code
               move TH-STORE-NUMBER        to ws-find-store-number
               move TH-TRANSACTION-DATE    to ws-movement-date
               perform 180-apply-item-movement
           end-if.

      * the movement ARCHIVE has rolled out of the live history -
      * still part of the book for a SKU/store never counted since
       350-replay-archived-history.
           move spaces                     to ws-group-invoice.
           open input TRAN-HISTORY-ARCH-FILE.
           if ws-history-arch-status = "00"
               read TRAN-HISTORY-ARCH-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 360-replay-archived-record until ws-eof = "Y"
           end-if.
           close TRAN-HISTORY-ARCH-FILE.
           move "N" to ws-eof.

       360-replay-archived-record.
           move "Y"                        to ws-history-archived.
           move tran-arch-line     to TRANSACTION-HISTORY-RECORD.
           if TH-TRANSACTION-DATE is numeric
               perform 095-check-gc-sku
               perform 330-replay-book-movement
           end-if.
           read TRAN-HISTORY-ARCH-FILE
               at end move "Y"             to ws-eof
           end-read.

      * every DC receipt INVPOST took onto the book, by the same
      * rule that posted it
       380-add-logged-receipts.
           open input DC-RECEIPT-LOG-FILE.
           if ws-receipt-log-status = "00"
               read DC-RECEIPT-LOG-FILE
                   at end move "Y" to ws-eof
               end-read
               perform 390-add-logged-receipt until ws-eof = "Y"
           end-if.
           close DC-RECEIPT-LOG-FILE.
           move "N" to ws-eof.

       390-add-logged-receipt.
           if DR-STORE-NUMBER is numeric
                   and DR-QUANTITY is numeric
                   and DR-QUANTITY > 0
                   and DR-SKU-CODE not = spaces
               move DR-SKU-CODE            to ws-find-sku-code
               move DR-STORE-NUMBER        to ws-find-store-number
               move DR-QUANTITY            to ws-qty-delta
               if DR-RECEIPT-DATE is numeric
                   move DR-RECEIPT-DATE    to ws-movement-date
               else
                   move 99999999           to ws-movement-date
               end-if
               perform 180-apply-item-movement
           end-if.
           read DC-RECEIPT-LOG-FILE
               at end move "Y"             to ws-eof
           end-read.

      * Replay one invoice's history records by the rules the
      * sales history and the layaway ledger are posted with: a
      * sale opens its line at the sale amount (a legacy card
      * redemption opens nothing), a layaway's first visit opens
      * the ticket and later visits pay it down - paid in full
      * opens the line at the ticket's original amount - a
      * return draws the line down (a no-receipt return has no
      * line to draw on) and a void removes its line.
       450-replay-invoice-group.
           perform 098-clear-line-table.
           move "N"                        to ws-group-eof.
           if ws-history-status = "00"
               move ws-group-invoice       to TH-INVOICE-NUMBER
               move 0                      to TH-TRANSACTION-DATE
               move 0                      to TH-SEQUENCE
               start TRANSACTION-HISTORY-FILE
                       key is not less than TH-RECORD-KEY
                   invalid key move "Y"    to ws-group-eof
               end-start
               if ws-group-eof = "N"
                   read TRANSACTION-HISTORY-FILE next record
                       at end move "Y"     to ws-group-eof
                   end-read
               end-if
               perform 460-replay-group-record
                   until ws-group-eof = "Y"
                      or TH-INVOICE-NUMBER not = ws-group-invoice
           end-if.

       460-replay-group-record.
           move 0 to ws-line-sub.
           if TH-LINE-NUMBER is numeric
               compute ws-line-sub = TH-LINE-NUMBER + 1
           end-if.
           perform 090-resolve-tenders.
           evaluate TH-TRANSACTION-CODE
               when "S"
                   if ws-gc-legacy-invoice = "N"
                           and ws-line-sub > 0
                       if ws-line-open(ws-line-sub) = "N"
                           move "Y" to ws-line-open(ws-line-sub)
                           move TH-TRANSACTION-AMOUNT
                                   to ws-line-returnable(ws-line-sub)
                       end-if
                   end-if
               when "L"
                   perform 470-replay-layaway-visit
               when "R"
                   if TH-PAYMENT-TYPE not = "MC"
                           and ws-line-sub > 0
                       if ws-line-open(ws-line-sub) = "Y"
                           subtract TH-TRANSACTION-AMOUNT
                                   from ws-line-returnable(ws-line-sub)
                       end-if
                   end-if
               when "V"
                   if ws-gc-legacy-invoice = "N"
                           and ws-line-sub > 0
                       move "N" to ws-line-open(ws-line-sub)
                       move 0   to ws-line-returnable(ws-line-sub)
                   end-if
               when other
                   continue
           end-evaluate.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-group-eof
           end-read.

       470-replay-layaway-visit.
           if ws-lay-started = "N"
               move "Y"                    to ws-lay-started
               move TH-TRANSACTION-AMOUNT  to ws-lay-original
               move TH-TRANSACTION-AMOUNT  to ws-lay-balance
           else
               subtract TH-TRANSACTION-AMOUNT from ws-lay-balance
               if ws-lay-balance <= 0 and ws-line-sub > 0
                   if ws-line-open(ws-line-sub) = "N"
                       move "Y" to ws-line-open(ws-line-sub)
                       move ws-lay-original
                               to ws-line-returnable(ws-line-sub)
                   end-if
               end-if
           end-if.

      * Every sales-history line against its invoice's replay. A
      * line sold before the live history begins is not checked.
       400-check-sales-history.
           move spaces                     to ws-group-invoice.
           open input SALES-HISTORY-FILE.
           if ws-sales-history-status = "00"
               read SALES-HISTORY-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 410-check-sales-line until ws-eof = "Y"
           end-if.
           close SALES-HISTORY-FILE.
           move "N" to ws-eof.

       410-check-sales-line.
           if SH-SALE-DATE is not numeric
                   or SH-SALE-DATE < ws-history-from-date
                   or SH-LINE-NUMBER is not numeric
               add 1 to ws-sales-unchecked
           else
               if SH-INVOICE-NUMBER not = ws-group-invoice
                   move SH-INVOICE-NUMBER  to ws-group-invoice
                   perform 450-replay-invoice-group
               end-if
               compute ws-line-sub = SH-LINE-NUMBER + 1
               add 1 to ws-sales-checked
               move spaces                 to ol-da-finding
               if ws-line-open(ws-line-sub) = "N"
                   move "NO OPEN SALE IN HISTORY" to ol-da-finding
               else
                   if SH-RETURNABLE-AMOUNT
                           not = ws-line-returnable(ws-line-sub)
                       move "RETURNABLE DOES NOT TIE"
                                           to ol-da-finding
                   end-if
               end-if
               if ol-da-finding not = spaces
                   add 1 to ws-sales-drifted
                   move "SALESHIST"        to ol-da-ledger
                   move spaces             to ol-da-key
                   move SH-INVOICE-NUMBER  to ol-da-key(1:9)
                   move "/"                to ol-da-key(10:1)
                   move SH-LINE-NUMBER     to ol-da-key(11:2)
                   move SH-RETURNABLE-AMOUNT to ol-da-stored
                   move ws-line-returnable(ws-line-sub)
                                           to ol-da-expected
                   perform 890-write-amount-drift
               end-if
           end-if.
           read SALES-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * Every layaway against its invoice's replay. A ticket with
      * no visit left in the live history, or whose first live
      * visit is not the deposit that opened it, was opened
      * before the live history begins and is not checked.
       500-check-layaways.
           open input LAYAWAY-LEDGER-FILE.
           if ws-layaway-status = "00"
               read LAYAWAY-LEDGER-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 510-check-layaway until ws-eof = "Y"
           end-if.
           close LAYAWAY-LEDGER-FILE.
           move "N" to ws-eof.

       510-check-layaway.
           move LL-INVOICE-NUMBER          to ws-group-invoice.
           perform 450-replay-invoice-group.
           move spaces                     to ol-da-finding.
           evaluate true
               when ws-lay-started = "N"
                       and LL-LAST-ACTIVITY-DATE
                           < ws-history-from-date
                   add 1 to ws-layaways-unchecked
               when ws-lay-started = "N"
                   add 1 to ws-layaways-checked
                   move "NO LAYAWAY IN HISTORY" to ol-da-finding
               when ws-lay-original not = LL-ORIGINAL-AMOUNT
                       and ws-history-archived = "Y"
                   add 1 to ws-layaways-unchecked
               when other
                   add 1 to ws-layaways-checked
                   if LL-BALANCE-DUE not = ws-lay-balance
                       move "BALANCE DUE DOES NOT TIE"
                                           to ol-da-finding
                   end-if
           end-evaluate.
           if ol-da-finding not = spaces
               add 1 to ws-layaways-drifted
               move "LAYAWAY"              to ol-da-ledger
               move spaces                 to ol-da-key
               move LL-INVOICE-NUMBER      to ol-da-key(1:9)
               move LL-BALANCE-DUE         to ol-da-stored
               move ws-lay-balance         to ol-da-expected
               perform 890-write-amount-drift
           end-if.
           read LAYAWAY-LEDGER-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * Every card against the live history's replay. A card
      * issued before the live history begins is not checked.
       600-check-gift-cards.
           perform varying ws-card-idx from 1 by 1
                   until ws-card-idx > ws-card-count
               move spaces                 to ol-da-finding
               evaluate true
                   when ws-card-issue-date(ws-card-idx) is not numeric
                   when ws-card-issue-date(ws-card-idx)
                           < ws-history-from-date
                       add 1 to ws-cards-unchecked
                   when ws-card-voided(ws-card-idx) = "Y"
                       add 1 to ws-cards-checked
                       move "ISSUE VOIDED - CARD REMAINS"
                                           to ol-da-finding
                   when other
                       add 1 to ws-cards-checked
                       if ws-card-stored(ws-card-idx)
                               not = ws-card-expected(ws-card-idx)
                           move "BALANCE DOES NOT TIE"
                                           to ol-da-finding
                       end-if
               end-evaluate
               if ol-da-finding not = spaces
                   add 1 to ws-cards-drifted
                   move "GIFTCARD"         to ol-da-ledger
                   move spaces             to ol-da-key
                   move ws-card-number(ws-card-idx)
                                           to ol-da-key(1:9)
                   move ws-card-stored(ws-card-idx)
                                           to ol-da-stored
                   move ws-card-expected(ws-card-idx)
                                           to ol-da-expected
                   perform 890-write-amount-drift
               end-if
           end-perform.

      * Every SKU/store on the book against its last count plus
      * the movement since (all the movement on file when it has
      * never been counted).
       700-check-inventory.
           perform varying ws-item-idx from 1 by 1
                   until ws-item-idx > ws-item-count
               add 1 to ws-items-checked
               if ws-item-count-date(ws-item-idx) > 0
                   add 1 to ws-items-counted
                   compute ws-item-expected =
                       ws-item-counted-qty(ws-item-idx)
                       + ws-item-movement(ws-item-idx)
               else
                   move ws-item-movement(ws-item-idx)
                                           to ws-item-expected
               end-if
               if ws-item-stored(ws-item-idx) not = ws-item-expected
                   add 1 to ws-items-drifted
                   add 1 to ws-drift-count
                   move "INVENTORY"        to ol-dq-ledger
                   move spaces             to ol-dq-key
                   move ws-item-sku-code(ws-item-idx)
                                           to ol-dq-key(1:15)
                   move ws-item-store-number(ws-item-idx)
                                           to ol-dq-key(17:2)
                   move ws-item-stored(ws-item-idx)
                                           to ol-dq-stored
                   move ws-item-expected   to ol-dq-expected
                   if ws-item-count-date(ws-item-idx) > 0
                       move "ON-HAND DOES NOT TIE TO COUNT"
                                           to ol-dq-finding
                   else
                       move "ON-HAND DOES NOT TIE"
                                           to ol-dq-finding
                   end-if
                   write report-line       from ws-qty-drift-line
               end-if
           end-perform.

       800-write-run-totals.
           write report-line               from ws-newline.
           move "Sales-history lines checked:"  to ol-count-caption.
           move ws-sales-checked               to ol-count-value.
           write report-line               from ws-count-line.
           move "  drifted:"                   to ol-count-caption.
           move ws-sales-drifted               to ol-count-value.
           write report-line               from ws-count-line.
           move "  sold before live history:"  to ol-count-caption.
           move ws-sales-unchecked             to ol-count-value.
           write report-line               from ws-count-line.
           move "Layaways checked:"            to ol-count-caption.
           move ws-layaways-checked            to ol-count-value.
           write report-line               from ws-count-line.
           move "  drifted:"                   to ol-count-caption.
           move ws-layaways-drifted            to ol-count-value.
           write report-line               from ws-count-line.
           move "  opened before live history:" to ol-count-caption.
           move ws-layaways-unchecked          to ol-count-value.
           write report-line               from ws-count-line.
           move "Gift cards checked:"          to ol-count-caption.
           move ws-cards-checked               to ol-count-value.
           write report-line               from ws-count-line.
           move "  drifted:"                   to ol-count-caption.
           move ws-cards-drifted               to ol-count-value.
           write report-line               from ws-count-line.
           move "  issued before live history:" to ol-count-caption.
           move ws-cards-unchecked             to ol-count-value.
           write report-line               from ws-count-line.
           move "Inventory SKU/stores checked:" to ol-count-caption.
           move ws-items-checked               to ol-count-value.
           write report-line               from ws-count-line.
           move "  drifted:"                   to ol-count-caption.
           move ws-items-drifted               to ol-count-value.
           write report-line               from ws-count-line.
           move "  proved from a physical count:"
                                               to ol-count-caption.
           move ws-items-counted               to ol-count-value.
           write report-line               from ws-count-line.
           move "  not checked (table full):"  to ol-count-caption.
           move ws-items-unchecked             to ol-count-value.
           write report-line               from ws-count-line.
           move "Total drift items:"           to ol-count-caption.
           move ws-drift-count                 to ol-count-value.
           write report-line               from ws-count-line.

           write report-line               from ws-newline.
           move "Card table capacity:   "     to ol-capacity-caption.
           if ws-card-table-full = "Y"
               move "FULL (10000 max)"         to ol-capacity-status
           else
               move "OK"                       to ol-capacity-status
           end-if.
           write report-line               from ws-capacity-line.
           move "Item table capacity:   "     to ol-capacity-caption.
           if ws-item-table-full = "Y"
               move "FULL (20000 max)"         to ol-capacity-status
           else
               move "OK"                       to ol-capacity-status
           end-if.
           write report-line               from ws-capacity-line.

       890-write-amount-drift.
           add 1 to ws-drift-count.
           write report-line               from ws-amount-drift-line.

       900-write-run-audit-record.
           open extend AUDIT-LOG-FILE.
           if ws-audit-status = "35" then
               open output AUDIT-LOG-FILE
           end-if.
           move "LEDGCHK"              to AL-SOURCE-PROGRAM.
           move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP.
           if ws-drift-count > 0
               move "LEDG-DRIFT"       to AL-DISPOSITION
           else
               move "LEDG-TIED"        to AL-DISPOSITION
           end-if.
           move spaces                 to AL-TRANSACTION-IMAGE.
           move ws-business-date       to AL-TRANSACTION-IMAGE(1:8).
           move ws-drift-count         to AL-TRANSACTION-IMAGE(10:7).
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

       end program LedgChk.
