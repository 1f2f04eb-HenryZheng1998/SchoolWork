       identification division.
       program-id. SumBld.
       author. Henry Zheng.
       date-written. 2026-10-15.
      * Purpose: Regenerate and prove the daily store/SKU summary
      *          HISTPOST keeps beside the transaction history. In
      *          rebuild mode ('R') every day of the requested
      *          range that still has history detail has its
      *          summary rows dropped and summed again from the
      *          history with HISTPOST's own rules - how a damaged
      *          day is repaired, and how the summary is first
      *          seeded from the history already on file. Either
      *          mode then proves the range: each day's record
      *          count, units and gross dollars on the summary
      *          against the same totals off the history detail,
      *          day by day, RC 8 on any day that does not tie. A
      *          day ARCHIVE has rolled out of the history keeps
      *          its summary rows (the period reports still need
      *          them) and is listed as not provable. Takes the
      *          shared run lock to rebuild; a proof only reads.

       environment division.
       configuration section.

       input-output section.
       file-control.
      * configure run parameters - mode and the date range; with
      * no params the run proves the business date
           select optional SUMBLD-PARAMS-FILE
               assign to "../../../datafiles/data/sumbld-params.dat"
               organization is line sequential
               file status is ws-params-status.
      * configure run-control file carrying the official business
      * date the default proof covers
           select optional RUN-CONTROL-FILE
               assign to "../../../data/run-control.dat"
               organization is line sequential
               file status is ws-run-control-status.
      * configure permanent transaction history master - the
      * detail the summary is summed from and proven against
           select optional TRANSACTION-HISTORY-FILE
               assign to "../../../datafiles/data/tran-history.dat"
               organization is indexed
               access mode is sequential
               record key is TH-RECORD-KEY
               file status is ws-history-status.
      * configure daily store/SKU summary - dynamic, so the range
      * can be walked from its first day and rows added by key
           select DAILY-SUMMARY-FILE
               assign to "../../../datafiles/data/daily-summary.dat"
               organization is indexed
               access mode is dynamic
               record key is DS-RECORD-KEY
               file status is ws-summary-status.
      * configure shared run-arbitration lock
           select optional RUN-LOCK-FILE
               assign to "../../../data/run-lock.dat"
               organization is line sequential
               file status is ws-run-lock-status.
      * configure rebuild / proof report output
           select SUMBLD-REPORT-FILE
               assign to "../../../data2/sumbld.out"
               organization is line sequential.
      * configure shared audit-trail log
           select AUDIT-LOG-FILE
               assign to "../../../data/audit.log"
               organization is line sequential
               file status is ws-audit-status.

       data division.
       file section.
       fd SUMBLD-PARAMS-FILE
           data record is sumbld-params-line
           record contains 17 characters.

       01 sumbld-params-line.
           05 SB-MODE                       pic x.
               88 SB-REBUILD                value "R".
               88 SB-PROVE                  value "P".
      * first and last day of the range, CCYYMMDD - a last day of
      * spaces or zero means the first day alone
           05 SB-FROM-DATE                  pic x(8).
           05 SB-TO-DATE                    pic x(8).

       fd RUN-CONTROL-FILE
           data record is RUN-CONTROL-RECORD
           record contains 13 characters.

           COPY RUNCTL.

       fd TRANSACTION-HISTORY-FILE.
           COPY TRANHIST.

       fd DAILY-SUMMARY-FILE.
           COPY DAYSUMM.

       fd RUN-LOCK-FILE
           data record is RUN-LOCK-RECORD
           record contains 34 characters.

           COPY RUNLOCK.

       fd SUMBLD-REPORT-FILE
           data record is report-line
           record contains 132 characters.

       01 report-line                       pic x(132).

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       working-storage section.

      * end of file flag
       77  ws-eof                          pic x
           value "N".
       77  ws-params-status                pic xx
           value spaces.
       77  ws-run-control-status           pic xx
           value spaces.
       77  ws-history-status               pic xx
           value spaces.
       77  ws-summary-status               pic xx
           value spaces.
       77  ws-run-lock-status              pic xx
           value spaces.
       77  ws-run-lock-blocked             pic x
           value "N".
       77  ws-audit-status                 pic xx
           value spaces.

       77  ws-rebuild-mode                 pic x
           value "N".
       77  ws-refuse-flag                  pic x
           value "N".
       77  ws-refuse-reason                pic x(40)
           value spaces.
       77  ws-proof-failed                 pic x
           value "N".
       01  ws-current-date-fields.
           05 ws-cd-date                   pic 9(8).
           05 filler                       pic x(13).

      * the range, as dates and as day numbers
       77  ws-from-date                    pic 9(8)
           value 0.
       77  ws-to-date                      pic 9(8)
           value 0.
       77  ws-from-day                     pic 9(7)
           value 0.
       77  ws-to-day                       pic 9(7)
           value 0.
       77  ws-day-work                     pic 9(7)
           value 0.

      * Day table, one entry per day of the range: the detail's
      * totals off the history and the summary's off the summary
       77  ws-max-days                     pic 9(4)
           value 3660.
       01 ws-day-count                     pic 9(4)
           value 0.
       01 ws-day-table.
           05  ws-day-entry OCCURS 1 TO 3660 TIMES
                   DEPENDING ON ws-day-count
                   INDEXED BY ws-day-idx.
               10  ws-day-date              pic 9(8).
               10  ws-day-th-count          pic 9(7).
               10  ws-day-th-units          pic 9(7).
               10  ws-day-th-gross          pic 9(9)V99.
               10  ws-day-ds-count          pic 9(7).
               10  ws-day-ds-units          pic 9(7).
               10  ws-day-ds-gross          pic 9(9)V99.
               10  ws-day-result            pic x(12).
       77  ws-day-sub                      pic 9(4)
           value 0.

      * run counters
       77  ws-rows-dropped                 pic 9(7)
           value 0.
       77  ws-records-summed               pic 9(7)
           value 0.
       77  ws-days-tied                    pic 9(5)
           value 0.
       77  ws-days-mismatched              pic 9(5)
           value 0.
       77  ws-days-no-detail               pic 9(5)
           value 0.

      * the tender half being added onto the summary row
       77  ws-tender-type                  pic xx
           value spaces.
       77  ws-tender-amount                pic 9(5)V99
           value 0.

      * Output storage section
       01 ws-newline                               pic x
           value spaces.
       01 ws-headline.
           05  filler                              pic x(32)
               value "Daily Summary Rebuild / Proof   ".
           05  ol-mode                             pic x(10).
           05  filler                              pic x(7)
               value "From: ".
           05  ol-from-date                        pic 9(8).
           05  filler                              pic x(7)
               value "   To: ".
           05  ol-to-date                          pic 9(8).

       01 ws-refused-line.
           05  filler                              pic x(12)
               value "REFUSED -   ".
           05  ol-refuse-reason                    pic x(40).

       01 ws-column-line.
           05  filler                              pic x(10)
               value "DATE".
           05  filler                              pic x(36)
               value "HISTORY  RECORDS    UNITS    DOLLARS".
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(36)
               value "SUMMARY  RECORDS    UNITS    DOLLARS".
           05  filler                              pic x(4)
               value spaces.
           05  filler                              pic x(12)
               value "RESULT".

       01 ws-day-line.
           05  ol-day-date                         pic 9(8).
           05  filler                              pic x(10)
               value spaces.
           05  ol-th-count                         pic z,zzz,zz9.
           05  filler                              pic x
               value spaces.
           05  ol-th-units                         pic z,zzz,zz9.
           05  filler                              pic x
               value spaces.
           05  ol-th-gross                 pic $$$,$$$,$$9.99.
           05  filler                              pic x(10)
               value spaces.
           05  ol-ds-count                         pic z,zzz,zz9.
           05  filler                              pic x
               value spaces.
           05  ol-ds-units                         pic z,zzz,zz9.
           05  filler                              pic x
               value spaces.
           05  ol-ds-gross                 pic $$$,$$$,$$9.99.
           05  filler                              pic x(4)
               value spaces.
           05  ol-day-result                       pic x(12).

       01 ws-count-line.
           05  ol-count-caption                    pic x(36).
           05  ol-count-value                      pic zzzzzz9.

       procedure division.
           open output SUMBLD-REPORT-FILE.

           perform 040-load-run-params.
           if ws-refuse-flag = "N" and ws-rebuild-mode = "Y"
               perform 050-acquire-run-lock
               if ws-run-lock-blocked = "Y"
                   move "Y" to ws-refuse-flag
                   move "run lock held - see operator log"
                                           to ws-refuse-reason
               end-if
           end-if.

           if ws-rebuild-mode = "Y"
               move "REBUILD"              to ol-mode
           else
               move "PROOF"                to ol-mode
           end-if.
           move ws-from-date               to ol-from-date.
           move ws-to-date                 to ol-to-date.
           write report-line               from ws-headline.
           write report-line               from ws-newline.

           if ws-refuse-flag = "Y"
               move ws-refuse-reason       to ol-refuse-reason
               write report-line           from ws-refused-line
               close SUMBLD-REPORT-FILE
               move 8 to RETURN-CODE
               goback
           end-if.

           open i-o DAILY-SUMMARY-FILE.
           if ws-summary-status = "35" then
               open output DAILY-SUMMARY-FILE
               close DAILY-SUMMARY-FILE
               open i-o DAILY-SUMMARY-FILE
           end-if.

           perform 100-total-history-detail.
           if ws-rebuild-mode = "Y"
               perform 200-drop-summary-rows
               perform 300-resum-history
           end-if.
           perform 400-total-summary-rows.
           perform 500-prove-days.
           perform 600-write-run-totals.
           perform 700-write-run-audit-record.

           close DAILY-SUMMARY-FILE.
           if ws-rebuild-mode = "Y"
               perform 060-release-run-lock
           end-if.
           if ws-proof-failed = "Y"
               move 8 to RETURN-CODE
           end-if.

           close SUMBLD-REPORT-FILE.
           goback.

      * the mode and range off the params file - the business date
      * alone, proved only, when there is none
       040-load-run-params.
           move FUNCTION CURRENT-DATE     to ws-current-date-fields.
           move ws-cd-date                to ws-from-date.
           open input RUN-CONTROL-FILE.
           if ws-run-control-status = "00" then
               read RUN-CONTROL-FILE
                   at end continue
                   not at end
                       if RC-BUSINESS-DATE is numeric
                               and RC-BUSINESS-DATE > 0
                           move RC-BUSINESS-DATE to ws-from-date
                       end-if
               end-read
           end-if.
           close RUN-CONTROL-FILE.
           move ws-from-date              to ws-to-date.

           open input SUMBLD-PARAMS-FILE.
           if ws-params-status = "00" then
               read SUMBLD-PARAMS-FILE
                   at end continue
                   not at end
                       perform 045-check-run-params
               end-read
           end-if.
           close SUMBLD-PARAMS-FILE.

           if ws-refuse-flag = "N"
               compute ws-from-day =
                   FUNCTION INTEGER-OF-DATE(ws-from-date)
               compute ws-to-day =
                   FUNCTION INTEGER-OF-DATE(ws-to-date)
               if ws-from-day = 0 or ws-to-day = 0
                   move "Y" to ws-refuse-flag
                   move "range date is not a calendar date"
                                           to ws-refuse-reason
               else
                   if ws-to-day < ws-from-day
                       move "Y" to ws-refuse-flag
                       move "range ends before it starts"
                                           to ws-refuse-reason
                   else
                       if ws-to-day - ws-from-day + 1 > ws-max-days
                           move "Y" to ws-refuse-flag
                           move "range over 3660 days"
                                           to ws-refuse-reason
                       end-if
                   end-if
               end-if
           end-if.
           if ws-refuse-flag = "N"
               perform 048-build-day-table
           end-if.

       045-check-run-params.
           if SB-REBUILD
               move "Y" to ws-rebuild-mode
           else
               if not SB-PROVE
                   move "Y" to ws-refuse-flag
                   move "mode must be R or P" to ws-refuse-reason
               end-if
           end-if.
           if SB-FROM-DATE is numeric
               move SB-FROM-DATE           to ws-from-date
               move SB-FROM-DATE           to ws-to-date
           else
               move "Y" to ws-refuse-flag
               move "range first day missing" to ws-refuse-reason
           end-if.
           if SB-TO-DATE is numeric and SB-TO-DATE not = "00000000"
               move SB-TO-DATE             to ws-to-date
           else
               if SB-TO-DATE not = spaces
                       and SB-TO-DATE not = "00000000"
                   move "Y" to ws-refuse-flag
                   move "range last day invalid" to ws-refuse-reason
               end-if
           end-if.

       048-build-day-table.
           move 0 to ws-day-count.
           perform varying ws-day-work from ws-from-day by 1
                   until ws-day-work > ws-to-day
               add 1 to ws-day-count
               compute ws-day-date(ws-day-count) =
                   FUNCTION DATE-OF-INTEGER(ws-day-work)
               move 0      to ws-day-th-count(ws-day-count)
               move 0      to ws-day-th-units(ws-day-count)
               move 0      to ws-day-th-gross(ws-day-count)
               move 0      to ws-day-ds-count(ws-day-count)
               move 0      to ws-day-ds-units(ws-day-count)
               move 0      to ws-day-ds-gross(ws-day-count)
               move spaces to ws-day-result(ws-day-count)
           end-perform.

      * The shared run lock, the same convention EDIT, MSTMAINT,
      * ARCHIVE and LEDGRBLD follow; a lock left behind by an
      * abend is cleared through the LOCKCLR supervisor utility.
       050-acquire-run-lock.
           open input RUN-LOCK-FILE.
           if ws-run-lock-status = "00"
               read RUN-LOCK-FILE
                   at end continue
                   not at end
                       if RL-HOLDER-PROGRAM not = spaces
                           move "Y" to ws-run-lock-blocked
                       end-if
               end-read
           end-if.
           close RUN-LOCK-FILE.
           if ws-run-lock-blocked = "Y"
               display "SUMBLD: RUN LOCK HELD BY "
                       RL-HOLDER-PROGRAM " SINCE "
                       RL-ACQUIRED-TIMESTAMP " - RUN REFUSED"
               open extend AUDIT-LOG-FILE
               if ws-audit-status = "35" then
                   open output AUDIT-LOG-FILE
               end-if
               move "SUMBLD"              to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
               move "LOCK-BLOCKED"        to AL-DISPOSITION
               move spaces                to AL-TRANSACTION-IMAGE
               move RL-HOLDER-PROGRAM
                       to AL-TRANSACTION-IMAGE(1:8)
               write AUDIT-LOG-RECORD
               close AUDIT-LOG-FILE
           else
               open output RUN-LOCK-FILE
               move "SUMBLD"              to RL-HOLDER-PROGRAM
               move FUNCTION CURRENT-DATE to RL-ACQUIRED-TIMESTAMP
               write RUN-LOCK-RECORD
               close RUN-LOCK-FILE
           end-if.

       060-release-run-lock.
           open output RUN-LOCK-FILE.
           move spaces                    to RUN-LOCK-RECORD.
           write RUN-LOCK-RECORD.
           close RUN-LOCK-FILE.

      * the range's day a history record falls on - zero outside
      * the range
       080-find-history-day.
           move 0 to ws-day-sub.
           if TH-TRANSACTION-DATE not < ws-from-date
                   and TH-TRANSACTION-DATE not > ws-to-date
               compute ws-day-work =
                   FUNCTION INTEGER-OF-DATE(TH-TRANSACTION-DATE)
               if ws-day-work not < ws-from-day
                       and ws-day-work not > ws-to-day
                   compute ws-day-sub = ws-day-work - ws-from-day + 1
               end-if
           end-if.

      * the detail side of the proof, and which days still have
      * detail to rebuild from
       100-total-history-detail.
           open input TRANSACTION-HISTORY-FILE.
           if ws-history-status = "00"
               read TRANSACTION-HISTORY-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 110-total-history-record until ws-eof = "Y"
           end-if.
           close TRANSACTION-HISTORY-FILE.
           move "N" to ws-eof.

       110-total-history-record.
           perform 080-find-history-day.
           if ws-day-sub > 0
               add 1             to ws-day-th-count(ws-day-sub)
               add TH-QUANTITY   to ws-day-th-units(ws-day-sub)
               add TH-TRANSACTION-AMOUNT
                                 to ws-day-th-gross(ws-day-sub)
           end-if.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

      * drop the range's summary rows for every day the history
      * can rebuild; a day with no detail left keeps its rows
       200-drop-summary-rows.
           move ws-from-date               to DS-SUMMARY-DATE.
           move 0                          to DS-STORE-NUMBER.
           move low-values                 to DS-SKU-CODE.
           move low-values                 to DS-TRANSACTION-CODE.
           start DAILY-SUMMARY-FILE
                   key is not less than DS-RECORD-KEY
               invalid key move "Y"        to ws-eof
           end-start.
           perform until ws-eof = "Y"
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
                   not at end
                       if DS-SUMMARY-DATE > ws-to-date
                           move "Y"        to ws-eof
                       else
                           compute ws-day-sub =
                               FUNCTION INTEGER-OF-DATE
                                   (DS-SUMMARY-DATE)
                                   - ws-from-day + 1
                           if ws-day-th-count(ws-day-sub) > 0
                               delete DAILY-SUMMARY-FILE record
                                   invalid key continue
                               end-delete
                               add 1 to ws-rows-dropped
                           end-if
                       end-if
               end-read
           end-perform.
           move "N" to ws-eof.

      * sum the range's history back onto the summary with the
      * rules HISTPOST posts by
       300-resum-history.
           open input TRANSACTION-HISTORY-FILE.
           if ws-history-status = "00"
               read TRANSACTION-HISTORY-FILE next record
                   at end move "Y" to ws-eof
               end-read
               perform 310-resum-history-record until ws-eof = "Y"
           end-if.
           close TRANSACTION-HISTORY-FILE.
           move "N" to ws-eof.

       310-resum-history-record.
           perform 080-find-history-day.
           if ws-day-sub > 0
               perform 320-post-daily-summary
               add 1 to ws-records-summed
           end-if.
           read TRANSACTION-HISTORY-FILE next record
               at end move "Y"             to ws-eof
           end-read.

       320-post-daily-summary.
           move TH-TRANSACTION-DATE        to DS-SUMMARY-DATE.
           move TH-STORE-NUMBER            to DS-STORE-NUMBER.
           move TH-SKU-CODE                to DS-SKU-CODE.
           move TH-TRANSACTION-CODE        to DS-TRANSACTION-CODE.
           read DAILY-SUMMARY-FILE
               invalid key
                   move 0                  to DS-RECORD-COUNT
                   move 0                  to DS-UNITS
                   move 0                  to DS-GROSS-AMOUNT
                   move 0                  to DS-EXEMPT-AMOUNT
                   move 0                  to DS-CASH-AMOUNT
                   move 0                  to DS-CREDIT-AMOUNT
                   move 0                  to DS-DEBIT-AMOUNT
                   move 0                  to DS-GIFT-CARD-AMOUNT
                   move 0                  to DS-POINTS-AMOUNT
                   move 0                  to DS-MERCH-CREDIT-AMOUNT
                   move 0                  to DS-COST-AMOUNT
                   perform 330-add-to-summary
                   write DAILY-SUMMARY-RECORD
                       invalid key continue
                   end-write
               not invalid key
                   perform 330-add-to-summary
                   rewrite DAILY-SUMMARY-RECORD
                       invalid key continue
                   end-rewrite
           end-read.

      * a split-tender ticket's two halves land on their own
      * tenders; a single-tender ticket rides its payment type whole
       330-add-to-summary.
           add 1                           to DS-RECORD-COUNT.
           add TH-QUANTITY                 to DS-UNITS.
           add TH-TRANSACTION-AMOUNT       to DS-GROSS-AMOUNT.
           add TH-COST-AMOUNT              to DS-COST-AMOUNT.
           if TH-TAX-EXEMPT = "E"
               add TH-TRANSACTION-AMOUNT   to DS-EXEMPT-AMOUNT
           end-if.
           if TH-TENDER-2-TYPE = spaces
               move TH-PAYMENT-TYPE        to ws-tender-type
               move TH-TRANSACTION-AMOUNT  to ws-tender-amount
               perform 340-add-tender-amount
           else
               move TH-PAYMENT-TYPE        to ws-tender-type
               move TH-TENDER-1-AMOUNT     to ws-tender-amount
               perform 340-add-tender-amount
               move TH-TENDER-2-TYPE       to ws-tender-type
               move TH-TENDER-2-AMOUNT     to ws-tender-amount
               perform 340-add-tender-amount
           end-if.

       340-add-tender-amount.
           evaluate ws-tender-type
               when "CA"
                   add ws-tender-amount    to DS-CASH-AMOUNT
               when "CR"
                   add ws-tender-amount    to DS-CREDIT-AMOUNT
               when "DB"
                   add ws-tender-amount    to DS-DEBIT-AMOUNT
               when "GC"
                   add ws-tender-amount    to DS-GIFT-CARD-AMOUNT
               when "LP"
                   add ws-tender-amount    to DS-POINTS-AMOUNT
               when "MC"
                   add ws-tender-amount    to DS-MERCH-CREDIT-AMOUNT
           end-evaluate.

      * the summary side of the proof - the range's rows only, the
      * file being in date order
       400-total-summary-rows.
           move ws-from-date               to DS-SUMMARY-DATE.
           move 0                          to DS-STORE-NUMBER.
           move low-values                 to DS-SKU-CODE.
           move low-values                 to DS-TRANSACTION-CODE.
           start DAILY-SUMMARY-FILE
                   key is not less than DS-RECORD-KEY
               invalid key move "Y"        to ws-eof
           end-start.
           perform until ws-eof = "Y"
               read DAILY-SUMMARY-FILE next record
                   at end move "Y"         to ws-eof
                   not at end
                       if DS-SUMMARY-DATE > ws-to-date
                           move "Y"        to ws-eof
                       else
                           compute ws-day-sub =
                               FUNCTION INTEGER-OF-DATE
                                   (DS-SUMMARY-DATE)
                                   - ws-from-day + 1
                           add DS-RECORD-COUNT
                                   to ws-day-ds-count(ws-day-sub)
                           add DS-UNITS
                                   to ws-day-ds-units(ws-day-sub)
                           add DS-GROSS-AMOUNT
                                   to ws-day-ds-gross(ws-day-sub)
                       end-if
               end-read
           end-perform.
           move "N" to ws-eof.

      * one line per day either side saw anything; a quiet day on
      * both sides ties without a line
       500-prove-days.
           write report-line               from ws-column-line.
           write report-line               from ws-newline.
           perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > ws-day-count
               evaluate true
                   when ws-day-th-count(ws-day-idx) = 0
                           and ws-day-ds-count(ws-day-idx) = 0
                       add 1 to ws-days-tied
                   when ws-day-th-count(ws-day-idx) = 0
                       move "NO DETAIL"
                                       to ws-day-result(ws-day-idx)
                       add 1 to ws-days-no-detail
                       perform 510-write-day-line
                   when ws-day-th-count(ws-day-idx)
                           = ws-day-ds-count(ws-day-idx)
                       and ws-day-th-units(ws-day-idx)
                           = ws-day-ds-units(ws-day-idx)
                       and ws-day-th-gross(ws-day-idx)
                           = ws-day-ds-gross(ws-day-idx)
                       move "TIES"     to ws-day-result(ws-day-idx)
                       add 1 to ws-days-tied
                       perform 510-write-day-line
                   when other
                       move "MISMATCH" to ws-day-result(ws-day-idx)
                       add 1 to ws-days-mismatched
                       move "Y" to ws-proof-failed
                       perform 510-write-day-line
               end-evaluate
           end-perform.
           write report-line               from ws-newline.

       510-write-day-line.
           move ws-day-date(ws-day-idx)        to ol-day-date.
           move ws-day-th-count(ws-day-idx)    to ol-th-count.
           move ws-day-th-units(ws-day-idx)    to ol-th-units.
           move ws-day-th-gross(ws-day-idx)    to ol-th-gross.
           move ws-day-ds-count(ws-day-idx)    to ol-ds-count.
           move ws-day-ds-units(ws-day-idx)    to ol-ds-units.
           move ws-day-ds-gross(ws-day-idx)    to ol-ds-gross.
           move ws-day-result(ws-day-idx)      to ol-day-result.
           write report-line               from ws-day-line.

       600-write-run-totals.
           if ws-rebuild-mode = "Y"
               move "Summary rows dropped:"    to ol-count-caption
               move ws-rows-dropped            to ol-count-value
               write report-line           from ws-count-line
               move "History records summed back:"
                                               to ol-count-caption
               move ws-records-summed          to ol-count-value
               write report-line           from ws-count-line
           end-if.
           move "Days tied to the detail:"     to ol-count-caption.
           move ws-days-tied                   to ol-count-value.
           write report-line               from ws-count-line.
           move "Days NOT tied:"               to ol-count-caption.
           move ws-days-mismatched             to ol-count-value.
           write report-line               from ws-count-line.
           move "Days archived (no detail):"   to ol-count-caption.
           move ws-days-no-detail              to ol-count-value.
           write report-line               from ws-count-line.

       700-write-run-audit-record.
           open extend AUDIT-LOG-FILE.
           if ws-audit-status = "35" then
               open output AUDIT-LOG-FILE
           end-if.
           move "SUMBLD"               to AL-SOURCE-PROGRAM.
           move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP.
           evaluate true
               when ws-proof-failed = "Y"
                   move "SUM-MISMAT"   to AL-DISPOSITION
               when ws-rebuild-mode = "Y"
                   move "SUM-REBUILT"  to AL-DISPOSITION
               when other
                   move "SUM-PROVED"   to AL-DISPOSITION
           end-evaluate.
           move spaces                 to AL-TRANSACTION-IMAGE.
           move ws-from-date           to AL-TRANSACTION-IMAGE(1:8).
           move ws-to-date             to AL-TRANSACTION-IMAGE(9:8).
           write AUDIT-LOG-RECORD.
           close AUDIT-LOG-FILE.

       end program SumBld.
