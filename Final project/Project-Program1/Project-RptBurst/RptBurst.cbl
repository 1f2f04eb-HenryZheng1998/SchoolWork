       identification division.
       program-id. RptBurst.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Burst the night's chain-wide reports into one packet
      *          per active store, so nobody in operations cuts
      *          pages apart by hand. Each packet opens with a cover
      *          page listing its contents, then carries every
      *          report in turn - the report's headings and chain
      *          totals, and that store's own lines, with every
      *          other store's lines left out. A manifest lists the
      *          reports and page counts that went into each packet
      *          and proves every active store on the master got
      *          one. A store's lines are recognized the way each
      *          report prints them: by store name in the first 20
      *          columns (SL.out, returns.out, sales-flash.out and
      *          the layaway aging summary), by store number in the
      *          layaway aging detail and the cash reconciliation,
      *          and by the store field of the acknowledgment
      *          record.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure the reports being burst - optional, so a report
      * whose step did not run is listed as not produced instead of
      * stopping the burst
           select optional SL-REPORT-FILE
               assign to "../../../data2/SL.out"
               organization is line sequential
               file status is ws-sl-status.
           select optional RETURN-REPORT-FILE
               assign to "../../../data2/returns.out"
               organization is line sequential
               file status is ws-return-status.
           select optional AGING-REPORT-FILE
               assign to "../../../data2/layaway-aging.out"
               organization is line sequential
               file status is ws-aging-status.
           select optional CASH-REPORT-FILE
               assign to "../../../data2/cash-recon.out"
               organization is line sequential
               file status is ws-cash-status.
           select optional FLASH-REPORT-FILE
               assign to "../../../data2/sales-flash.out"
               organization is line sequential
               file status is ws-flash-status.
           select optional STORE-ACK-FILE
               assign to "../../../datafiles/data/store-ack.out"
               organization is line sequential
               file status is ws-ack-status.
      * configure store master - who gets a packet, and the names
      * the reports print their store lines under
           select STORE-MASTER-FILE
               assign to "../../../data/store-master.dat"
               organization is indexed
               access mode is sequential
               record key is SM-STORE-NUMBER
               file status is ws-store-master-status.
      * configure run-control file carrying the official business
      * date printed on the covers
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure store packet output - every packet, cover page
      * first, one after the other in store order
           select PACKET-FILE
               assign to "../../../data2/store-packets.out"
               organization is line sequential.
      * configure distribution manifest output
           select MANIFEST-FILE
               assign to "../../../data2/burst-manifest.out"
               organization is line sequential.

       data division.
       file section.
       fd SL-REPORT-FILE
           data record is sl-report-line.

       01 sl-report-line                    pic x(132).

       fd RETURN-REPORT-FILE
           data record is return-report-line.

       01 return-report-line                pic x(132).

       fd AGING-REPORT-FILE
           data record is aging-report-line.

       01 aging-report-line                 pic x(132).

       fd CASH-REPORT-FILE
           data record is cash-report-line.

       01 cash-report-line                  pic x(132).

       fd FLASH-REPORT-FILE
           data record is flash-report-line.

       01 flash-report-line                 pic x(132).

       fd STORE-ACK-FILE
           data record is store-ack-line.

       01 store-ack-line                    pic x(132).

       fd STORE-MASTER-FILE.
           COPY STORMSTR.

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd PACKET-FILE
           data record is packet-line
           record contains 132 characters.

       01 packet-line                       pic x(132).

       fd MANIFEST-FILE
           data record is manifest-line
           record contains 132 characters.

       01 manifest-line                     pic x(132).

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-sl-status                    pic xx
           value spaces.
       77  ws-return-status                pic xx
           value spaces.
       77  ws-aging-status                 pic xx
           value spaces.
       77  ws-cash-status                  pic xx
           value spaces.
       77  ws-flash-status                 pic xx
           value spaces.
       77  ws-ack-status                   pic xx
           value spaces.
       77  ws-report-status                pic xx
           value spaces.
       77  ws-store-master-status          pic xx
           value spaces.
       77  ws-store-master-eof             pic x
           value "N".
       77  ws-run-control-status           pic xx
           value spaces.

       77  ws-business-date                pic 9(8)
           value 0.
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * The reports burst, in packet order, with the title each
      * section is headed under.
       01 ws-report-names.
           05  filler                      pic x(36)
               value "SL.out - Sale & Layaway".
           05  filler                      pic x(36)
               value "returns.out - Returns".
           05  filler                      pic x(36)
               value "layaway-aging.out - Layaway Aging".
           05  filler                      pic x(36)
               value "cash-recon.out - Cash Reconciliation".
           05  filler                      pic x(36)
               value "sales-flash.out - Sales Flash".
           05  filler                      pic x(36)
               value "store-ack.out - Batch Acknowledgment".
       01 ws-report-name-table redefines ws-report-names.
           05  ws-report-name              pic x(36)
                   occurs 6 times.
       77  ws-report-count                 pic 9
           value 6.
       77  ws-rpt-idx                      pic 9
           value 0.

      * per report: whether it was there to burst, and how many of
      * its lines are headings and chain totals every packet gets
       01 ws-report-table.
           05  ws-report-entry occurs 6 times.
               10  ws-report-produced       pic x.
               10  ws-report-chain-lines    pic 9(5).
               10  ws-report-orphan-lines   pic 9(5).

      * the page length each packet section is broken into - the
      * same 50 lines a page the error report runs to
       77  ws-page-size                    pic 9(4)
           value 50.
       77  ws-page-line-count              pic 9(4)
           value 0.
       77  ws-page-number                  pic 9(4)
           value 0.

      * Store table, loaded from STORE-MASTER-FILE. Closed stores
      * are loaded too, so their lines are recognized and kept out
      * of everyone else's packet, but only active stores get a
      * packet.
       77  ws-store-table-full             pic x
           value "N".
       01 ws-store-count                   pic 999
           value 0.
       01 ws-store-table.
           05  ws-store-entry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ws-store-count
                   INDEXED BY ws-store-idx ws-store-idx2.
               10  ws-store-number          pic 99.
               10  ws-store-name            pic x(20).
               10  ws-store-active          pic x.
               10  ws-store-own-lines       pic 9(5)
                       occurs 6 times.
               10  ws-store-section-lines   pic 9(5)
                       occurs 6 times.
               10  ws-store-section-pages   pic 9(4)
                       occurs 6 times.
               10  ws-store-packet-pages    pic 9(5).

      * the line in hand and the store it belongs to - zero for a
      * heading or chain-total line every packet carries, 99 for a
      * store no packet goes to
       77  ws-in-line                      pic x(132)
           value spaces.
       77  ws-line-store-idx               pic 999
           value 0.
       77  ws-line-store-number            pic 99
           value 0.
       77  ws-number-work                  pic xx
           value spaces.
       77  ws-packet-store-idx             pic 999
           value 0.
       77  ws-active-store-count           pic 999
           value 0.
       77  ws-packet-count                 pic 999
           value 0.
       77  ws-total-packet-pages           pic 9(7)
           value 0.
       77  ws-section-line-count           pic 9(5)
           value 0.
       77  ws-mf-status-work               pic x(16)
           value spaces.

      * store-ack.out is a fixed-format extract, not a print file -
      * its records are printed readably in the packet
       01 ws-ack-record.
           05 ws-ack-store-number          pic 99.
           05 ws-ack-business-date         pic 9(8).
           05 ws-ack-records-received      pic 9(5).
           05 ws-ack-amount-received       pic 9(9)V99.
           05 ws-ack-batch-status          pic x(16).
           05 ws-ack-rejected-count        pic 9(5).
           05 filler                       pic x(85).

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-cover-rule.
           05  filler                              pic x(60)
               value all "=".

       01 ws-cover-title.
           05  filler                              pic x(38)
               value "STORE REPORT PACKET   Business date: ".
           05  ol-cv-business-date                 pic 9(8).

       01 ws-cover-store-line.
           05  filler                              pic x(6)
               value "Store ".
           05  ol-cv-store-number                  pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-cv-store-name                    pic x(20).

       01 ws-cover-column-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(38)
               value "REPORT".
           05  filler                              pic x(7)
               value "  PAGES".
           05  filler                              pic xx
               value spaces.
           05  filler                              pic x(16)
               value "STATUS".

       01 ws-cover-detail-line.
           05  filler                              pic x(4)
               value spaces.
           05  ol-cv-report-name                   pic x(36).
           05  filler                              pic x(4)
               value spaces.
           05  ol-cv-pages                         pic zzz9.
           05  filler                              pic x(3)
               value spaces.
           05  ol-cv-status                        pic x(16).

       01 ws-cover-total-line.
           05  filler                              pic x(44)
               value "    Total pages, cover included:".
           05  ol-cv-total-pages                   pic zzz9.

       01 ws-page-head.
           05  filler                              pic x(6)
               value "Store ".
           05  ol-pg-store-number                  pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-pg-store-name                    pic x(20).
           05  filler                              pic xx
               value spaces.
           05  ol-pg-report-name                   pic x(36).
           05  filler                              pic x(6)
               value "Page ".
           05  ol-pg-page-number                   pic zzz9.

       01 ws-nothing-line.
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(40)
               value "Nothing reported for this store".

       01 ws-ack-head.
           05  filler                              pic x(40)
               value "Batch acknowledgment".

       01 ws-ack-column-line.
           05  filler                              pic x(10)
               value "DATE".
           05  filler                              pic x(10)
               value "RECORDS".
           05  filler                              pic x(18)
               value "AMOUNT".
           05  filler                              pic x(18)
               value "STATUS".
           05  filler                              pic x(8)
               value "REJECTED".

       01 ws-ack-detail-line.
           05  ol-ack-business-date                pic 9(8).
           05  filler                              pic xx
               value spaces.
           05  ol-ack-records-received             pic zzzz9.
           05  filler                              pic x(3)
               value spaces.
           05  ol-ack-amount-received          pic $$$$,$$$,$$9.99.
           05  filler                              pic x(3)
               value spaces.
           05  ol-ack-batch-status                 pic x(16).
           05  filler                              pic xx
               value spaces.
           05  ol-ack-rejected-count               pic zzzz9.

       01 ws-manifest-head.
           05  filler                              pic x(42)
               value "Store Packet Distribution Manifest  Date: ".
           05  ol-mf-business-date                 pic 9(8).

       01 ws-manifest-column-line.
           05  filler                              pic x(28)
               value "STORE".
           05  filler                              pic x(38)
               value "REPORT".
           05  filler                              pic x(8)
               value "   LINES".
           05  filler                              pic x(8)
               value "   PAGES".
           05  filler                              pic xx
               value spaces.
           05  filler                              pic x(16)
               value "STATUS".

       01 ws-manifest-detail-line.
           05  ol-mf-store-number                  pic 99.
           05  filler                              pic xx
               value spaces.
           05  ol-mf-store-name                    pic x(20).
           05  filler                              pic x(4)
               value spaces.
           05  ol-mf-report-name                   pic x(36).
           05  filler                              pic xx
               value spaces.
           05  ol-mf-lines                         pic zzzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-mf-pages                         pic zzzzz9.
           05  filler                              pic xx
               value spaces.
           05  ol-mf-status                        pic x(16).

       01 ws-manifest-store-total.
           05  filler                              pic x(28)
               value spaces.
           05  filler                              pic x(46)
               value "Packet total, cover page included".
           05  ol-mf-packet-pages                  pic zzzzz9.

       01 ws-manifest-count-line.
           05  ol-mf-count-caption                 pic x(40).
           05  ol-mf-count-value                   pic zzzzz9.

       01 ws-manifest-proof-line.
           05  filler                              pic x(40)
               value "Every active store packaged:".
           05  ol-mf-proof                         pic x(40).

       01 ws-store-capacity-line.
           05  filler                              pic x(24)
               value "Store table capacity:  ".
           05  ol-store-capacity-status       pic x(30).

       procedure division.
           open output PACKET-FILE MANIFEST-FILE.

           perform 040-load-run-control.
           perform 050-load-store-master.

      * first pass - what each store's section of each report
      * holds, so the covers can list page counts up front
           perform 100-count-report-lines
               varying ws-rpt-idx from 1 by 1
               until ws-rpt-idx > ws-report-count.
           perform 150-size-store-packets
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.

      * second pass - the packets themselves, in store order
           perform 200-write-store-packet
               varying ws-store-idx from 1 by 1
               until ws-store-idx > ws-store-count.

           perform 500-write-manifest.

           close PACKET-FILE MANIFEST-FILE.
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

       050-load-store-master.
           open input STORE-MASTER-FILE.
           if ws-store-master-status = "00" then
               read STORE-MASTER-FILE next record
                   at end move "Y" to ws-store-master-eof
               end-read
               perform until ws-store-master-eof = "Y"
                   if SM-STORE-ACTIVE
                       add 1 to ws-active-store-count
                   end-if
                   if ws-store-count < 50
                       add 1 to ws-store-count
                       set ws-store-idx to ws-store-count
                       move SM-STORE-NUMBER
                                    to ws-store-number(ws-store-idx)
                       move SM-STORE-NAME
                                    to ws-store-name(ws-store-idx)
                       if SM-STORE-ACTIVE
                           move "Y" to ws-store-active(ws-store-idx)
                       else
                           move "N" to ws-store-active(ws-store-idx)
                       end-if
                       perform varying ws-rpt-idx from 1 by 1
                               until ws-rpt-idx > ws-report-count
                           move 0 to ws-store-own-lines
                                       (ws-store-idx ws-rpt-idx)
                       end-perform
                   else
                       move "Y" to ws-store-table-full
                   end-if
                   read STORE-MASTER-FILE next record
                       at end move "Y" to ws-store-master-eof
                   end-read
               end-perform
           end-if.
           close STORE-MASTER-FILE.

       100-count-report-lines.
           move "N" to ws-report-produced(ws-rpt-idx).
           move 0   to ws-report-chain-lines(ws-rpt-idx).
           move 0   to ws-report-orphan-lines(ws-rpt-idx).
           perform 300-open-report.
           if ws-report-status = "00"
               move "Y" to ws-report-produced(ws-rpt-idx)
               perform 310-read-report
               perform until ws-eof = "Y"
                   perform 330-classify-line
                   evaluate true
                       when ws-line-store-idx = 0
                           add 1 to ws-report-chain-lines(ws-rpt-idx)
                       when ws-line-store-idx = 99
                           add 1 to ws-report-orphan-lines(ws-rpt-idx)
                       when other
                           add 1 to ws-store-own-lines
                                   (ws-line-store-idx ws-rpt-idx)
                   end-evaluate
                   perform 310-read-report
               end-perform
           end-if.
           perform 320-close-report.
      * the acknowledgment extract has no headings of its own - the
      * packet prints two above the store's records
           if ws-rpt-idx = 6
               add 2 to ws-report-chain-lines(ws-rpt-idx)
           end-if.

      * a section always prints at least one line, so it always
      * takes at least one page
       150-size-store-packets.
           move 1 to ws-store-packet-pages(ws-store-idx).
           perform varying ws-rpt-idx from 1 by 1
                   until ws-rpt-idx > ws-report-count
               move 0 to ws-store-section-lines
                           (ws-store-idx ws-rpt-idx)
               move 0 to ws-store-section-pages
                           (ws-store-idx ws-rpt-idx)
               if ws-report-produced(ws-rpt-idx) = "Y"
                   compute ws-store-section-lines
                               (ws-store-idx ws-rpt-idx) =
                       ws-report-chain-lines(ws-rpt-idx)
                       + ws-store-own-lines(ws-store-idx ws-rpt-idx)
                   if ws-store-section-lines(ws-store-idx ws-rpt-idx)
                           = 0
                       move 1 to ws-store-section-lines
                                   (ws-store-idx ws-rpt-idx)
                   end-if
                   compute ws-store-section-pages
                               (ws-store-idx ws-rpt-idx) =
                       (ws-store-section-lines(ws-store-idx ws-rpt-idx)
                           + ws-page-size - 1) / ws-page-size
                   add ws-store-section-pages(ws-store-idx ws-rpt-idx)
                       to ws-store-packet-pages(ws-store-idx)
               end-if
           end-perform.

      * a closed store gets no packet - its lines were only kept
      * out of everyone else's
       200-write-store-packet.
           if ws-store-active(ws-store-idx) = "Y"
               set ws-packet-store-idx to ws-store-idx
               add 1 to ws-packet-count
               add ws-store-packet-pages(ws-store-idx)
                   to ws-total-packet-pages
               move 0 to ws-page-number
               perform 210-write-cover-page
               perform 220-write-report-section
                   varying ws-rpt-idx from 1 by 1
                   until ws-rpt-idx > ws-report-count
           end-if.

       210-write-cover-page.
           add 1 to ws-page-number.
           move ws-business-date           to ol-cv-business-date.
           move ws-store-number(ws-store-idx)
                                           to ol-cv-store-number.
           move ws-store-name(ws-store-idx)    to ol-cv-store-name.
           write packet-line               from ws-cover-rule.
           write packet-line               from ws-cover-title.
           write packet-line               from ws-cover-store-line.
           write packet-line               from ws-cover-rule.
           write packet-line               from ws-newline.
           write packet-line               from ws-cover-column-line.
           perform varying ws-rpt-idx from 1 by 1
                   until ws-rpt-idx > ws-report-count
               move ws-report-name(ws-rpt-idx) to ol-cv-report-name
               move ws-store-section-pages(ws-store-idx ws-rpt-idx)
                                           to ol-cv-pages
               perform 230-set-section-status
               move ws-mf-status-work      to ol-cv-status
               write packet-line           from ws-cover-detail-line
           end-perform.
           write packet-line               from ws-newline.
           move ws-store-packet-pages(ws-store-idx)
                                           to ol-cv-total-pages.
           write packet-line               from ws-cover-total-line.
           write packet-line               from ws-cover-rule.

      * the report's headings and chain totals plus this store's
      * own lines, on a fresh page; a report whose step did not
      * run has no section
       220-write-report-section.
           if ws-report-produced(ws-rpt-idx) = "Y"
               move 0 to ws-section-line-count
               perform 410-write-page-head
               if ws-rpt-idx = 6
                   move ws-ack-head        to ws-in-line
                   perform 400-write-packet-line
                   move ws-ack-column-line to ws-in-line
                   perform 400-write-packet-line
               end-if
               perform 300-open-report
               if ws-report-status = "00"
                   perform 310-read-report
                   perform until ws-eof = "Y"
                       perform 330-classify-line
                       if ws-line-store-idx = 0
                               or ws-line-store-idx
                                   = ws-packet-store-idx
                           if ws-rpt-idx = 6
                               perform 340-format-ack-line
                           end-if
                           perform 400-write-packet-line
                       end-if
                       perform 310-read-report
                   end-perform
               end-if
               perform 320-close-report
               if ws-section-line-count = 0
                   move ws-nothing-line    to ws-in-line
                   perform 400-write-packet-line
               end-if
           end-if.

       230-set-section-status.
           evaluate true
               when ws-report-produced(ws-rpt-idx) not = "Y"
                   move "NOT PRODUCED"     to ws-mf-status-work
               when ws-store-own-lines(ws-store-idx ws-rpt-idx) = 0
                   move "NO STORE LINES"   to ws-mf-status-work
               when other
                   move "INCLUDED"         to ws-mf-status-work
           end-evaluate.

      * one set of report paragraphs serves all six files - the
      * report in hand is the one ws-rpt-idx points at
       300-open-report.
           move "N" to ws-eof.
           evaluate ws-rpt-idx
               when 1
                   open input SL-REPORT-FILE
                   move ws-sl-status       to ws-report-status
               when 2
                   open input RETURN-REPORT-FILE
                   move ws-return-status   to ws-report-status
               when 3
                   open input AGING-REPORT-FILE
                   move ws-aging-status    to ws-report-status
               when 4
                   open input CASH-REPORT-FILE
                   move ws-cash-status     to ws-report-status
               when 5
                   open input FLASH-REPORT-FILE
                   move ws-flash-status    to ws-report-status
               when 6
                   open input STORE-ACK-FILE
                   move ws-ack-status      to ws-report-status
           end-evaluate.

       310-read-report.
           move spaces to ws-in-line.
           evaluate ws-rpt-idx
               when 1
                   read SL-REPORT-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
               when 2
                   read RETURN-REPORT-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
               when 3
                   read AGING-REPORT-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
               when 4
                   read CASH-REPORT-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
               when 5
                   read FLASH-REPORT-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
               when 6
                   read STORE-ACK-FILE into ws-in-line
                       at end move "Y" to ws-eof
                   end-read
           end-evaluate.

       320-close-report.
           evaluate ws-rpt-idx
               when 1
                   close SL-REPORT-FILE
               when 2
                   close RETURN-REPORT-FILE
               when 3
                   close AGING-REPORT-FILE
               when 4
                   close CASH-REPORT-FILE
               when 5
                   close FLASH-REPORT-FILE
               when 6
                   close STORE-ACK-FILE
           end-evaluate.
           move "N" to ws-eof.

      * Whose line is this: 0 a heading or chain total, a store
      * table entry for a store's own line, 99 a store no packet
      * goes to (not on the master, or past the table's capacity).
      * SL.out, returns.out and sales-flash.out print a store's
      * lines under its name; the layaway aging report prints its
      * summary under the name and its detail under the number
      * after the invoice; the cash reconciliation leads its
      * detail with the number, and the acknowledgment record
      * carries it in its first two bytes.
       330-classify-line.
           move 0 to ws-line-store-idx.
           evaluate ws-rpt-idx
               when 1
               when 2
               when 5
                   perform 350-match-store-name
               when 3
                   perform 350-match-store-name
                   if ws-line-store-idx = 0
                           and ws-in-line(1:1) not = space
                           and ws-in-line(10:2) = spaces
                           and ws-in-line(14:5) = spaces
                       move ws-in-line(12:2) to ws-number-work
                       perform 360-match-store-number
                   end-if
               when 4
                   if ws-in-line(3:4) = spaces
                       move ws-in-line(1:2) to ws-number-work
                       perform 360-match-store-number
                   end-if
               when 6
                   move ws-in-line(1:2) to ws-number-work
                   perform 360-match-store-number
           end-evaluate.

       340-format-ack-line.
           move ws-in-line                 to ws-ack-record.
           move ws-ack-business-date       to ol-ack-business-date.
           move ws-ack-records-received    to ol-ack-records-received.
           move ws-ack-amount-received     to ol-ack-amount-received.
           move ws-ack-batch-status        to ol-ack-batch-status.
           move ws-ack-rejected-count      to ol-ack-rejected-count.
           move ws-ack-detail-line         to ws-in-line.

       350-match-store-name.
           if ws-in-line(1:20) not = spaces
               perform varying ws-store-idx2 from 1 by 1
                       until ws-store-idx2 > ws-store-count
                       or ws-line-store-idx not = 0
                   if ws-store-name(ws-store-idx2) = ws-in-line(1:20)
                       set ws-line-store-idx to ws-store-idx2
                   end-if
               end-perform
           end-if.

      * a store number printed z9 carries a leading space below 10
       360-match-store-number.
           if ws-number-work(1:1) = space
               move "0" to ws-number-work(1:1)
           end-if.
           if ws-number-work is numeric
               move ws-number-work to ws-line-store-number
               move 99 to ws-line-store-idx
               perform varying ws-store-idx2 from 1 by 1
                       until ws-store-idx2 > ws-store-count
                   if ws-store-number(ws-store-idx2)
                           = ws-line-store-number
                       set ws-line-store-idx to ws-store-idx2
                   end-if
               end-perform
           end-if.

       400-write-packet-line.
           if ws-page-line-count >= ws-page-size
               perform 410-write-page-head
           end-if.
           write packet-line               from ws-in-line.
           add 1 to ws-page-line-count.
           add 1 to ws-section-line-count.

       410-write-page-head.
           add 1 to ws-page-number.
           move ws-store-number(ws-packet-store-idx)
                                           to ol-pg-store-number.
           move ws-store-name(ws-packet-store-idx)
                                           to ol-pg-store-name.
           move ws-report-name(ws-rpt-idx) to ol-pg-report-name.
           move ws-page-number             to ol-pg-page-number.
           write packet-line               from ws-newline.
           write packet-line               from ws-page-head.
           write packet-line               from ws-newline.
           move 0 to ws-page-line-count.

      * the manifest - every packet's contents and pages, then the
      * proof that every active store on the master got its packet
       500-write-manifest.
           move ws-business-date           to ol-mf-business-date.
           write manifest-line             from ws-manifest-head.
           write manifest-line             from ws-newline.
           write manifest-line             from ws-manifest-column-line.
           perform varying ws-store-idx from 1 by 1
                   until ws-store-idx > ws-store-count
               if ws-store-active(ws-store-idx) = "Y"
                   perform 510-write-manifest-store
               end-if
           end-perform.

           move "Active stores on store master:"
                                           to ol-mf-count-caption.
           move ws-active-store-count      to ol-mf-count-value.
           write manifest-line             from ws-manifest-count-line.
           move "Store packets written:"   to ol-mf-count-caption.
           move ws-packet-count            to ol-mf-count-value.
           write manifest-line             from ws-manifest-count-line.
           move "Pages written, all packets:"
                                           to ol-mf-count-caption.
           move ws-total-packet-pages      to ol-mf-count-value.
           write manifest-line             from ws-manifest-count-line.
           perform varying ws-rpt-idx from 1 by 1
                   until ws-rpt-idx > ws-report-count
               if ws-report-orphan-lines(ws-rpt-idx) > 0
                   move spaces             to ol-mf-count-caption
                   string "Lines for no packet, "
                           delimited by size
                       ws-report-name(ws-rpt-idx)
                           delimited by " - "
                           into ol-mf-count-caption
                   end-string
                   move ws-report-orphan-lines(ws-rpt-idx)
                                           to ol-mf-count-value
                   write manifest-line     from ws-manifest-count-line
               end-if
           end-perform.
      * a store past the table's capacity got no packet - the
      * proof fails and the step ends non-zero so the alert fires
           if ws-packet-count = ws-active-store-count
               move "YES"                  to ol-mf-proof
           else
               move "NO - SEE STORE TABLE CAPACITY"
                                           to ol-mf-proof
               move 8 to RETURN-CODE
           end-if.
           write manifest-line             from ws-manifest-proof-line.
           if ws-store-table-full = "Y"
               move "FULL (50 max)"    to ol-store-capacity-status
           else
               move "OK"               to ol-store-capacity-status
           end-if.
           write manifest-line         from ws-store-capacity-line.

       510-write-manifest-store.
           move ws-store-number(ws-store-idx)  to ol-mf-store-number.
           move ws-store-name(ws-store-idx)    to ol-mf-store-name.
           perform varying ws-rpt-idx from 1 by 1
                   until ws-rpt-idx > ws-report-count
               move ws-report-name(ws-rpt-idx) to ol-mf-report-name
               move ws-store-section-lines(ws-store-idx ws-rpt-idx)
                                           to ol-mf-lines
               move ws-store-section-pages(ws-store-idx ws-rpt-idx)
                                           to ol-mf-pages
               perform 230-set-section-status
               move ws-mf-status-work      to ol-mf-status
               write manifest-line         from ws-manifest-detail-line
               move 0                      to ol-mf-store-number
               move spaces                 to ol-mf-store-name
           end-perform.
           move ws-store-packet-pages(ws-store-idx)
                                           to ol-mf-packet-pages.
           write manifest-line             from ws-manifest-store-total.
           write manifest-line             from ws-newline.

       end program RptBurst.
