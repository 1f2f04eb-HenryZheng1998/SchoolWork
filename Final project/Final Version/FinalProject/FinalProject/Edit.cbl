               access mode is random
               record key is CM-CUSTOMER-NUMBER
               file status is ws-customer-master-status.
      * configure return reason table lookup - maintained through
      * the same batch pattern; optional like the customer master
      * so the edit still runs before the first reason load
           select optional RETURN-REASON-FILE
               assign to
               "../../../../datafiles/data/return-reasons.dat"
               organization is indexed
               access mode is random
               record key is RR-REASON-CODE
               file status is ws-return-reason-status.
      * configure employee master lookup - the cashier on each
      * register transaction; optional like the customer master
      * so the edit still runs before the first employee load
           select optional EMPLOYEE-MASTER-FILE
               assign to
               "../../../../datafiles/data/employee-master.dat"
               organization is indexed
               access mode is random
               record key is EM-EMPLOYEE-NUMBER
               file status is ws-employee-master-status.
      * configure promotion master lookup - the promotion prices a
      * Sale line is proven against while one is in effect;
      * optional like the customer master so the edit still runs
      * before the first promotion load
           select optional PROMOTION-FILE
               assign to
               "../../../../datafiles/data/promotion-master.dat"
               organization is indexed
               access mode is dynamic
               record key is PM-RECORD-KEY
               file status is ws-promotion-status.
      * configure restart/checkpoint file - relative/random so the
      * single record can be opened once for the whole run and
      * REWRITTEN in place at each checkpoint instead of reopening
               access mode is dynamic
               record key is GC-CARD-NUMBER
               file status is ws-gift-card-status.
      * configure customer loyalty points ledger - a sale earns,
      * a return, exchange or void reverses, an 'LP' tender
      * redeems; kept the way the gift-card ledger is kept
           select LOYALTY-LEDGER-FILE
               assign to
               "../../../../datafiles/data/loyalty-ledger.dat"
               organization is indexed
               access mode is dynamic
               record key is LY-CUSTOMER-NUMBER
               file status is ws-loyalty-status.
      * configure loyalty points activity journal - every ledger
      * movement is appended for the monthly customer statement
           select LOYALTY-ACTIVITY-FILE
               assign to
               "../../../../datafiles/data/loyalty-activity.dat"
               organization is line sequential
               file status is ws-loyalty-activity-status.
      * configure no-receipt credit ledger - every no-receipt
      * return posted, by customer and date, so the rolling-period
      * limits can total what a customer has already taken
           select NORECEIPT-CREDIT-FILE
               assign to
               "../../../../datafiles/data/noreceipt-credits.dat"
               organization is indexed
               access mode is dynamic
               record key is NC-RECORD-KEY
               file status is ws-noreceipt-status.
      * configure high-dollar review threshold parameter file
           select optional REVIEW-PARAMS-FILE
               assign to "../../../../datafiles/data/edit-params.dat"
               "../../../../datafiles/data/price-tolerance.dat"
               organization is line sequential
               file status is ws-price-tol-status.
      * configure loyalty program parameter file - earn rate and
      * point value overriding the defaults, same pattern as the
      * review threshold above
           select optional LOYALTY-PARAMS-FILE
               assign to
               "../../../../datafiles/data/loyalty-params.dat"
               organization is line sequential
               file status is ws-loyalty-params-status.
      * configure no-receipt return policy parameter file - item
      * cap and rolling-period limits overriding the defaults, same
      * pattern as the review threshold above
           select optional NORECEIPT-PARAMS-FILE
               assign to
               "../../../../datafiles/data/noreceipt-params.dat"
               organization is line sequential
               file status is ws-noreceipt-params-status.
      * configure shared run-arbitration lock - EDIT updates the
      * sales-history and gift-card masters, so it must not run
      * while MSTMAINT, ARCHIVE or a ledger rebuild holds them
               assign to "../../../../datafiles/data/corrections.dat"
               organization is line sequential
               file status is ws-corrections-status.
      * configure edit run-mode parameter file - a "T" makes the
      * run a trial: every edit is applied and the rejects are
      * reported, but nothing is posted, logged, locked or handed
      * on to the rest of the stream
           select optional EDIT-MODE-FILE
               assign to "../../../../datafiles/data/edit-mode.dat"
               organization is line sequential
               file status is ws-edit-mode-status.
      * configure trial-run outputs - a trial never writes the live
      * error, exception, valid, invalid or review files, so the
      * predicted outcome lands in files of its own
           select TRIAL-ERROR-FILE
               assign to "../../../../datafiles/data/edit-trial.out"
               organization is line sequential.
           select TRIAL-BATCH-FILE
               assign to
               "../../../../datafiles/data/edit-trial-batch.out"
               organization is line sequential.
      * configure the trial run's own duplicate invoice-number
      * scratch file, so a live restart still finds its own
      * edit-invseen.dat exactly as the abended run left it
           select TRIAL-INVOICE-SEEN-FILE
               assign to
               "../../../../datafiles/data/edit-trial-invseen.dat"
               organization is indexed
               access mode is dynamic
               record key is TS-RECORD-KEY
               file status is ws-trial-seen-status.

       data division.
       file section.
      * declare an input record definition
       fd input-file
           data record is input-line
           record contains 93 characters.

           COPY TRANINPT.

           05 bh-record-type                pic x.
           05 bh-store-number               pic 99.
           05 bh-business-date              pic 9(8).
           05 filler                        pic x(81).

       01 batch-trailer-line.
           05 bt-record-type                pic x.
           05 bt-store-number               pic 99.
           05 bt-record-count               pic 9(5).
           05 bt-amount-hash                pic 9(9)V99.
           05 filler                        pic x(73).

      * declare an output record definition
       fd VALID-RECORDS-DATA-FILE
           data record is valid-line
           record contains 93 characters.

       01 valid-line                        pic x(93).


       fd INVALID-RECORDS-DATA-FILE
           data record is invalid-line
           record contains 93 characters.

       01 invalid-line                      pic x(93).

       fd ERROR-RECORDS-DATA-FILE
           data record is error-line
           record contains 460 characters.

       01 error-line                        pic x(460).

       fd STORE-MASTER-FILE.
           COPY STORMSTR.
       fd CUSTOMER-MASTER-FILE.
           COPY CUSTMSTR.

       fd RETURN-REASON-FILE.
           COPY RTNRSN.

       fd EMPLOYEE-MASTER-FILE.
           COPY EMPMSTR.

       fd PROMOTION-FILE.
           COPY PROMMSTR.

       fd CHECKPOINT-FILE
           data record is checkpoint-line
           record contains 6 characters.
       fd GIFT-CARD-LEDGER-FILE.
           COPY GIFTCARD.

       fd LOYALTY-LEDGER-FILE.
           COPY LOYALTY.

       fd LOYALTY-ACTIVITY-FILE
           data record is LOYALTY-ACTIVITY-RECORD
           record contains 47 characters.

           COPY LOYACT.

       fd NORECEIPT-CREDIT-FILE.
           COPY NRCREDIT.

       fd REVIEW-PARAMS-FILE
           data record is review-params-line
           record contains 7 characters.

       01 price-tol-params-line             pic 9(3)V99.

       fd LOYALTY-PARAMS-FILE
           data record is LOYALTY-PARAMS-RECORD
           record contains 10 characters.

           COPY LOYPARM.

       fd NORECEIPT-PARAMS-FILE
           data record is NORECEIPT-PARAMS-RECORD
           record contains 20 characters.

           COPY NRPARM.

       fd REVIEW-RECORDS-DATA-FILE
           data record is review-line
           record contains 93 characters.

       01 review-line                       pic x(93).

       fd AUDIT-LOG-FILE.
           COPY AUDITLOG.

       fd CORRECTIONS-FILE
           data record is corrections-line
           record contains 99 characters.

      * CL-ORIGINAL-SEQUENCE links a corrections.dat line back to the
      * specific rejected record it fixes (the sequence number printed
      * to share an invoice number
       01 corrections-line.
           05 CL-ORIGINAL-SEQUENCE           pic 9(6).
           05 CL-TRANSACTION                 pic x(93).

       fd EDIT-MODE-FILE
           data record is edit-mode-line
           record contains 1 characters.

       01 edit-mode-line                    pic x.
           88 edit-mode-trial
               value "T".

       fd TRIAL-ERROR-FILE
           data record is trial-error-line
           record contains 460 characters.

       01 trial-error-line                  pic x(460).

       fd TRIAL-BATCH-FILE
           data record is trial-batch-line
           record contains 132 characters.

       01 trial-batch-line                  pic x(132).

       fd TRIAL-INVOICE-SEEN-FILE
           data record is trial-invoice-seen-record
           record contains 18 characters.

      * same layout as invoice-seen-record
       01 trial-invoice-seen-record.
           05 TS-RECORD-KEY                  pic x(11).
           05 filler                         pic x(7).

       working-storage section.

           05 ws-message12                         pic x(16).
           05 filler                               pic x(2)
                value spaces.
           05 ws-message13                         pic x(16).
           05 filler                               pic x(2)
                value spaces.
           05 ws-message14                         pic x(16).
           05 filler                               pic x(2)
                value spaces.
           05 ws-message15                         pic x(16).
           05 filler                               pic x(2)
                value spaces.
           05 ws-message16                         pic x(16).
           05 filler                               pic x(2)
                value spaces.
           05 ws-message17                         pic x(16).
           05 filler                               pic x(2)
                value spaces.

      * CSV export of valid.out, comma-delimited in the same field
      * order as input-line
           value spaces.
        77 ws-customer-master-status        pic xx
           value spaces.
        77 ws-return-reason-status          pic xx
           value spaces.
        77 ws-employee-master-status        pic xx
           value spaces.
        77 ws-promotion-status              pic xx
           value spaces.
      * set once when the lookup file opens - a lookup's own READ
      * leaves its miss in the file status, so the status cannot say
      * whether the file is there for the next record
        77 ws-customer-file-open            pic x
           value "N".
        77 ws-reason-file-open              pic x
           value "N".
        77 ws-employee-file-open            pic x
           value "N".
        77 ws-promotion-file-open           pic x
           value "N".
      * the tax jurisdiction of the store on the record in hand,
      * kept off the store master read - what a tax-exempt ticket's
      * certificate must have been issued for
        77 ws-store-tax-jurisdiction        pic x(3)
           value spaces.
        77 ws-invoice-seen-status           pic xx
           value spaces.
        77 ws-sales-history-status          pic xx
           value 0.
        77 ws-price-variance                pic s9(8)V99
           value 0.
      * the price the line is proven against - the catalog price,
      * or the promotion price when an active promotion covers the
      * SKU at this store on the transaction date
        77 ws-check-unit-price              pic 9(5)V99
           value 0.
        77 ws-promo-found                   pic x
           value "N".
        77 ws-promo-eof                     pic x
           value "N".
        77 ws-promo-store-idx               pic 99
           value 0.

      * No-receipt returns. A Return tendered 'MC' names no original
      * sale; each unit is valued at the lower of the catalog
      * price and the per-item cap, refunded as a new
      * merchandise-credit card, and held to how many credits and
      * dollars the customer may take inside the rolling window.
      * The defaults below can be overridden through the optional
      * params file.
        77 ws-noreceipt-status              pic xx
           value spaces.
        77 ws-noreceipt-params-status       pic xx
           value spaces.
        77 ws-nr-item-cap                   pic 9(5)V99
           value 50.00.
        77 ws-nr-period-days                pic 9(3)
           value 90.
        77 ws-nr-max-count                  pic 9(3)
           value 3.
        77 ws-nr-max-amount                 pic 9(5)V99
           value 150.00.
        77 ws-nr-unit-value                 pic 9(5)V99
           value 0.
        77 ws-nr-item-value                 pic 9(8)V99
           value 0.
        77 ws-nr-has-receipt                pic x
           value "N".
        77 ws-nr-card-used                  pic x
           value "N".
        77 ws-nr-eof                        pic x
           value "N".
        77 ws-nr-window-start               pic 9(8)
           value 0.
        77 ws-nr-period-count               pic 9(5)
           value 0.
        77 ws-nr-period-amount              pic 9(7)V99
           value 0.

      * Split-tender resolution. The edits prove the tender
      * amounts sum to the ticket, then the posting paragraphs
        77 ws-tender-sum                    pic 9(6)V99
           value 0.

      * Loyalty points. The earn rate (points per dollar) and the
      * value of a point redeemed as tender default to a point a
      * dollar and a cent a point, and can be overridden through
      * the optional params file. The edits resolve whose ledger
      * the record moves - the customer keyed on it, or for a
      * return, exchange or void the customer the original sale
      * was rung to - and how many points an 'LP' tender draws,
      * for the posting paragraphs to work from.
        77 ws-loyalty-status                pic xx
           value spaces.
        77 ws-loyalty-activity-status       pic xx
           value spaces.
        77 ws-loyalty-params-status         pic xx
           value spaces.
        77 ws-ly-earn-rate                  pic 9(3)V99
           value 1.00.
        77 ws-ly-point-value                pic 9V9(4)
           value 0.0100.
        77 ws-has-lp-tender                 pic x
           value "N".
        77 ws-lp-tender-amount              pic 9(5)V99
           value 0.
        77 ws-lp-points                     pic 9(7)
           value 0.
        77 ws-lp-points-value               pic 9(7)V9(4)
           value 0.
        77 ws-ly-customer-number            pic x(8)
           value spaces.
      * set when the original sale was rung to a customer - only
      * then did it earn anything for a return side to reverse
        77 ws-ly-sale-earned                pic x
           value "N".
        77 ws-ly-original-amount            pic 9(5)V99
           value 0.
        77 ws-ly-post-type                  pic x
           value spaces.
        77 ws-ly-post-dollars               pic 9(6)V99
           value 0.
        77 ws-ly-post-points                pic 9(7)
           value 0.
      * "F" found on the ledger, "N" enrolling now, space neither
        77 ws-ly-account-state              pic x
           value spaces.

      * Business-date run control. The official business date for
      * the run (and the staleness window) comes from the
      * run-control file operations sets up; a missing file falls
               value spaces.
           05  ol-bt-reject-reason          pic x(16).

      * Trial (validate-only) run. Selected by a "T" in the optional
      * run-mode file, a trial applies every edit to the input and
      * the corrections file exactly as a live run would, but
      * posts nothing: no sales history, gift-card, loyalty or
      * no-receipt credit posting, no checkpoint, posting log,
      * audit log or run lock, no valid/invalid/review/CSV output
      * and no store acknowledgments. Its error report, batch
      * report and predicted disposition split go to the trial
      * files, every page headed as a trial, and the step ends
      * with return code 4 so nothing downstream can run on it.
      * Each record is proven against the ledgers as they stood
      * when the trial started - what earlier records in the same
      * file would have posted is not seen.
        77 ws-edit-mode-status              pic xx
           value spaces.
        77 ws-trial-run                     pic x
           value "N".
        77 ws-trial-seen-status             pic xx
           value spaces.
      * each ledger's status as its OPEN left it - the trial summary
      * says which ledgers were missing off these, not off whatever
      * the run's last lookup left in the live status
        77 ws-trial-history-open            pic xx
           value spaces.
        77 ws-trial-gift-card-open          pic xx
           value spaces.
        77 ws-trial-loyalty-open            pic xx
           value spaces.
        77 ws-trial-noreceipt-open          pic xx
           value spaces.
        77 ws-invoice-write-ok              pic x
           value "N".
        77 ws-trial-idx                     pic 999
           value 0.
        77 ws-trial-store                   pic 99
           value 0.
       01 ws-report-line                    pic x(460)
           value spaces.
      * predicted disposition by store - entry 1 is store 00 and
      * entry 100 store 99; entry 101 holds records whose store
      * number is not numeric
       01 ws-trial-store-table.
           05 ws-trial-store-entry OCCURS 101 TIMES.
               10 ws-tr-valid-count         pic 9(5).
               10 ws-tr-valid-amount        pic 9(9)V99.
               10 ws-tr-review-count        pic 9(5).
               10 ws-tr-review-amount       pic 9(9)V99.
               10 ws-tr-invalid-count       pic 9(5).
               10 ws-tr-batch-reject-count  pic 9(5).
       01 ws-trial-totals.
           05 ws-tr-total-valid-count       pic 9(6)
               value 0.
           05 ws-tr-total-valid-amount      pic 9(9)V99
               value 0.
           05 ws-tr-total-review-count      pic 9(6)
               value 0.
           05 ws-tr-total-review-amount     pic 9(9)V99
               value 0.
           05 ws-tr-total-invalid-count     pic 9(6)
               value 0.
           05 ws-tr-total-batch-rej-count   pic 9(6)
               value 0.
       01 ws-trial-corrections.
           05 ws-tr-corr-valid-count        pic 9(6)
               value 0.
           05 ws-tr-corr-review-count       pic 9(6)
               value 0.
           05 ws-tr-corr-invalid-count      pic 9(6)
               value 0.

       01 ws-trial-banner.
           05  filler                       pic x(30)
               value "*** TRIAL RUN - VALIDATE ONLY".
           05  filler                       pic x(24)
               value " - NOTHING POSTED ***".
           05  filler                       pic x(15)
               value "BUSINESS DATE: ".
           05  ol-tr-business-date          pic 9(8).

       01 ws-trial-split-head.
           05  filler                       pic x(40)
               value "PREDICTED DISPOSITION BY STORE".

       01 ws-trial-split-columns.
           05  filler                       pic x(7)
               value "STORE".
           05  filler                       pic x(8)
               value "  VALID".
           05  filler                       pic x(16)
               value "    VALID AMOUNT".
           05  filler                       pic x(8)
               value "  REVIEW".
           05  filler                       pic x(16)
               value "   REVIEW AMOUNT".
           05  filler                       pic x(9)
               value "  INVALID".
           05  filler                       pic x(11)
               value "  BATCH REJ".

       01 ws-trial-split-line.
           05  ol-tr-store                  pic x(5).
           05  filler                       pic xx
               value spaces.
           05  ol-tr-valid-count            pic zzzzz9.
           05  filler                       pic xx
               value spaces.
           05  ol-tr-valid-amount           pic $$$,$$$,$$9.99.
           05  filler                       pic xx
               value spaces.
           05  ol-tr-review-count           pic zzzzz9.
           05  filler                       pic xx
               value spaces.
           05  ol-tr-review-amount          pic $$$,$$$,$$9.99.
           05  filler                       pic xxx
               value spaces.
           05  ol-tr-invalid-count          pic zzzzz9.
           05  filler                       pic x(5)
               value spaces.
           05  ol-tr-batch-reject-count     pic zzzzz9.

       01 ws-trial-corrections-line.
           05  filler                       pic x(30)
               value "CORRECTIONS FILE:  VALID".
           05  ol-tr-corr-valid-count       pic zzzzz9.
           05  filler                       pic x(10)
               value "   REVIEW".
           05  ol-tr-corr-review-count      pic zzzzz9.
           05  filler                       pic x(11)
               value "   INVALID".
           05  ol-tr-corr-invalid-count     pic zzzzz9.

       01 ws-trial-note-line                pic x(100)
           value spaces.

      * running sequence number of each main-pass record, printed on
      * error.out next to a rejected record so ops can carry it onto
      * the corrections.dat line for that reject - the invoice
      * take the shared master lock before touching anything - a
      * maintenance or archival run mid-flight means the masters
      * may be half-applied, and validating against them would be
      * worse than waiting. A trial run posts nothing and takes no
      * lock, but it still refuses to edit against masters that
      * may be half-applied
           perform 06D-load-edit-mode.
           perform 01-acquire-run-lock.
           if ws-run-lock-blocked = "Y"
               move 8 to RETURN-CODE

      * figure out up front whether this is a restart, before any of
      * the output files are opened, so a restart can append instead
      * of truncating a prior run's output with OPEN OUTPUT - a
      * trial neither restarts nor checkpoints, so it leaves the
      * checkpoint of an abended live run alone
           if ws-trial-run not = "Y"
               perform 05-restore-checkpoint
           end-if.

      * balance every store batch before any record is edited, so a
      * truncated transmission rejects whole instead of posting as
      *opens input files
           open input input-file, STORE-MASTER-FILE, SKU-MASTER-FILE.
           open input CUSTOMER-MASTER-FILE.
           if ws-customer-master-status = "00"
               move "Y" to ws-customer-file-open
           end-if.
           open input RETURN-REASON-FILE.
           if ws-return-reason-status = "00"
               move "Y" to ws-reason-file-open
           end-if.
           open input EMPLOYEE-MASTER-FILE.
           if ws-employee-master-status = "00"
               move "Y" to ws-employee-file-open
           end-if.
           open input PROMOTION-FILE.
           if ws-promotion-status = "00"
               move "Y" to ws-promotion-file-open
           end-if.

      * a trial opens the masters and ledgers for lookup only and
      * writes to the trial files; a live run opens everything it
      * posts to
           if ws-trial-run = "Y"
               perform 39-open-trial-files
           else
               perform 38-open-live-files
           end-if.

           perform 12-write-batch-summary.

           perform 06-load-review-threshold.
           perform 06A-load-price-tolerance.
           perform 06B-load-loyalty-params.
           perform 06C-load-noreceipt-params.
           if ws-trial-run not = "Y"
               perform 14-log-missing-feeds
           end-if.

      * read initial record from input-file
           read input-file at end move "Y" to ws-eof.
           close CORRECTIONS-FILE.

           move ws-error-count            to ws-ol-error-count.
           move ws-error-total-line       to ws-report-line.
           perform 17-write-error-line.
           move ws-correction-count       to ws-ol-correction-count.
           move ws-correction-total-line  to ws-report-line.
           perform 17-write-error-line.

      * a trial ends with its predicted split and goes no further -
      * nothing is acknowledged, checkpointed or logged as posted
           if ws-trial-run = "Y"
               perform 37-write-trial-summary
               close input-file STORE-MASTER-FILE SKU-MASTER-FILE
                       CUSTOMER-MASTER-FILE RETURN-REASON-FILE
                       EMPLOYEE-MASTER-FILE PROMOTION-FILE
                       SALES-HISTORY-FILE GIFT-CARD-LEDGER-FILE
                       LOYALTY-LEDGER-FILE NORECEIPT-CREDIT-FILE
                       TRIAL-ERROR-FILE TRIAL-BATCH-FILE
                       TRIAL-INVOICE-SEEN-FILE
               display "EDIT: TRIAL RUN - NOTHING POSTED - SEE "
                       "EDIT-TRIAL.OUT"
               move 4 to RETURN-CODE
               goback
           end-if.

      * the per-store acknowledgment extract - the verdicts are
      * already sitting in ws-batch-table, now with each batch's
           close EDIT-POSTING-LOG-FILE.

           close input-file STORE-MASTER-FILE SKU-MASTER-FILE
                   CUSTOMER-MASTER-FILE RETURN-REASON-FILE
                   EMPLOYEE-MASTER-FILE PROMOTION-FILE
                   VALID-RECORDS-DATA-FILE
                   INVALID-RECORDS-DATA-FILE ERROR-RECORDS-DATA-FILE
                   INVOICE-SEEN-FILE REVIEW-RECORDS-DATA-FILE
                   SALES-HISTORY-FILE GIFT-CARD-LEDGER-FILE
                   LOYALTY-LEDGER-FILE LOYALTY-ACTIVITY-FILE
                   NORECEIPT-CREDIT-FILE BATCH-EXCEPT-FILE
                   AUDIT-LOG-FILE VALID-CSV-FILE CHECKPOINT-FILE.
           perform 02-release-run-lock.

           end-if.
           goback.

      * on a restart, keep what the prior (abended) run already wrote
      * by appending; on a fresh run, start these clean the way they
      * always have
       38-open-live-files.
      * the review queue always appends - yesterday's undecided
      * items are still sitting in it waiting for a decision
           open extend REVIEW-RECORDS-DATA-FILE.
           if ws-restart-count > 0
               open extend VALID-RECORDS-DATA-FILE
               open extend INVALID-RECORDS-DATA-FILE
               open extend ERROR-RECORDS-DATA-FILE
               open extend VALID-CSV-FILE
               open extend BATCH-EXCEPT-FILE
               open i-o INVOICE-SEEN-FILE
           else
               open output VALID-RECORDS-DATA-FILE
               open output INVALID-RECORDS-DATA-FILE
               open output ERROR-RECORDS-DATA-FILE
               open output VALID-CSV-FILE
               open output BATCH-EXCEPT-FILE
               open output INVOICE-SEEN-FILE
           end-if.

      * sales history master persists across runs - i-o with an
      * OUTPUT fallback the first time it doesn't exist yet, same
      * as the layaway ledger
           open i-o SALES-HISTORY-FILE.
           if ws-sales-history-status = "35" then
               open output SALES-HISTORY-FILE
               close SALES-HISTORY-FILE
               open i-o SALES-HISTORY-FILE
           end-if.

      * gift-card ledger persists across runs the same way
           open i-o GIFT-CARD-LEDGER-FILE.
           if ws-gift-card-status = "35" then
               open output GIFT-CARD-LEDGER-FILE
               close GIFT-CARD-LEDGER-FILE
               open i-o GIFT-CARD-LEDGER-FILE
           end-if.

      * loyalty ledger persists across runs the same way; its
      * activity journal appends, falling back to OUTPUT the first
      * time the file doesn't exist yet
           open i-o LOYALTY-LEDGER-FILE.
           if ws-loyalty-status = "35" then
               open output LOYALTY-LEDGER-FILE
               close LOYALTY-LEDGER-FILE
               open i-o LOYALTY-LEDGER-FILE
           end-if.
           open extend LOYALTY-ACTIVITY-FILE.
           if ws-loyalty-activity-status = "35" then
               open output LOYALTY-ACTIVITY-FILE
           end-if.

      * no-receipt credit ledger persists across runs the same way
           open i-o NORECEIPT-CREDIT-FILE.
           if ws-noreceipt-status = "35" then
               open output NORECEIPT-CREDIT-FILE
               close NORECEIPT-CREDIT-FILE
               open i-o NORECEIPT-CREDIT-FILE
           end-if.

      * append to the shared audit log - fall back to OUTPUT the
      * first time the file doesn't exist yet, same as the layaway
      * ledger's i-o/output fallback
           open extend AUDIT-LOG-FILE.
           if ws-audit-status = "35" then
               open output AUDIT-LOG-FILE
           end-if.

      * A trial reads the ledgers for its lookups and never opens
      * them for update; its rejects, batch report and duplicate
      * invoice scratch file are its own.
       39-open-trial-files.
           open output TRIAL-ERROR-FILE TRIAL-BATCH-FILE.
           open output TRIAL-INVOICE-SEEN-FILE.
           open input SALES-HISTORY-FILE.
           move ws-sales-history-status to ws-trial-history-open.
           open input GIFT-CARD-LEDGER-FILE.
           move ws-gift-card-status     to ws-trial-gift-card-open.
           open input LOYALTY-LEDGER-FILE.
           move ws-loyalty-status       to ws-trial-loyalty-open.
           open input NORECEIPT-CREDIT-FILE.
           move ws-noreceipt-status     to ws-trial-noreceipt-open.

      * The shared run lock. A non-blank holder means MSTMAINT,
      * ARCHIVE or a rebuild is mid-flight against the same
      * masters - refuse loudly (return code, audit entry,
               display "EDIT: RUN LOCK HELD BY " RL-HOLDER-PROGRAM
                       " SINCE " RL-ACQUIRED-TIMESTAMP
                       " - RUN REFUSED"
               if ws-trial-run not = "Y"
                   open extend AUDIT-LOG-FILE
                   if ws-audit-status = "35" then
                       open output AUDIT-LOG-FILE
                   end-if
                   move "EDIT"                to AL-SOURCE-PROGRAM
                   move FUNCTION CURRENT-DATE to AL-RUN-TIMESTAMP
                   move "LOCK-BLOCKED"        to AL-DISPOSITION
                   move spaces                to AL-TRANSACTION-IMAGE
                   move RL-HOLDER-PROGRAM
                           to AL-TRANSACTION-IMAGE(1:8)
                   write AUDIT-LOG-RECORD
                   close AUDIT-LOG-FILE
               end-if
           else
               if ws-trial-run not = "Y"
                   open output RUN-LOCK-FILE
                   move "EDIT"                to RL-HOLDER-PROGRAM
                   move FUNCTION CURRENT-DATE to RL-ACQUIRED-TIMESTAMP
                   write RUN-LOCK-RECORD
                   close RUN-LOCK-FILE
               end-if
           end-if.

       02-release-run-lock.
       08-write-heading.
           add 1 to ws-error-page-number.
           move ws-error-page-number      to ws-ol-page-number.
           if ws-trial-run = "Y"
               move ws-business-date      to ol-tr-business-date
               move ws-trial-banner       to ws-report-line
               perform 17-write-error-line
           end-if.
           move ws-heading-line           to ws-report-line.
           perform 17-write-error-line.
           move spaces                    to ws-report-line.
           perform 17-write-error-line.
           move ws-heading-line2          to ws-report-line.
           perform 17-write-error-line.
           move ws-heading-line3          to ws-report-line.
           perform 17-write-error-line.
           move ws-underlines             to ws-report-line.
           perform 17-write-error-line.
           move spaces                    to ws-report-line.
           perform 17-write-error-line.
           move 0 to ws-error-line-count.

      * the error report and batch exception report lines go to the
      * live files, or to the trial files on a trial run
       17-write-error-line.
           if ws-trial-run = "Y"
               write trial-error-line     from ws-report-line
           else
               write error-line           from ws-report-line
           end-if.

       31-write-batch-except-line.
           if ws-trial-run = "Y"
               write trial-batch-line     from ws-report-line
           else
               write batch-except-line    from ws-report-line
           end-if.

      * Refuse to run a business date the edit already completed -
      * every sale would reject as a duplicate against its own
      * history record and partial returns and gift-card
      * redemptions would draw their balances down a second time.
      * The supervisor repost override in run-control lets an
      * intentional repost through (e.g. after the masters were
      * restored from backup). A trial posts nothing, so it is
      * never refused - its summary says when a live run would be.
       03-check-rerun-guard.
           open input EDIT-POSTING-LOG-FILE.
           if ws-edit-posted-status = "00" then

           if ws-last-posted-date = ws-business-date
                   and ws-last-posted-date not = 0
                   and ws-trial-run not = "Y"
               open extend AUDIT-LOG-FILE
               if ws-audit-status = "35" then
                   open output AUDIT-LOG-FILE
      * one summary line per batch on the exception report, proving
      * (or failing) the balance before any rejected records follow
       12-write-batch-summary.
           if ws-trial-run = "Y"
               move ws-business-date      to ol-tr-business-date
               move ws-trial-banner       to ws-report-line
               perform 31-write-batch-except-line
           end-if.
           move ws-batch-head-line        to ws-report-line.
           perform 31-write-batch-except-line.
           move ws-batch-column-line      to ws-report-line.
           perform 31-write-batch-except-line.
           perform varying ws-batch-idx from 1 by 1
                   until ws-batch-idx > ws-batch-count
               move ws-batch-store(ws-batch-idx)  to ol-bt-store
                   when other
                       move "NO HEADER"       to ol-bt-status
               end-evaluate
               move ws-batch-summary-line to ws-report-line
               perform 31-write-batch-except-line
           end-perform.
           perform varying ws-missing-idx from 1 by 1
                   until ws-missing-idx > ws-missing-count
               move 0                     to ol-bt-amount
               move 0                     to ol-bt-expect-amount
               move "MISSING FEED"        to ol-bt-status
               move ws-batch-summary-line to ws-report-line
               perform 31-write-batch-except-line
           end-perform.
           if ws-batch-table-full = "Y"
               move spaces               to ws-report-line
               move "BATCH TABLE FULL (100 MAX) - EXCESS REJECTED"
                                         to ws-report-line
               perform 31-write-batch-except-line
           end-if.
           move ws-batch-reject-head     to ws-report-line.
           perform 31-write-batch-except-line.

      * one acknowledgment line per received batch for the nightly
      * polling return trip - store, business date, what arrived,
           end-if.
           close PRICE-TOL-PARAMS-FILE.

       06B-load-loyalty-params.
           open input LOYALTY-PARAMS-FILE.
           if ws-loyalty-params-status = "00" then
               read LOYALTY-PARAMS-FILE
                   at end continue
                   not at end
                       if LP-EARN-RATE is numeric
                           move LP-EARN-RATE to ws-ly-earn-rate
                       end-if
      * a zero point value would make every point worth nothing
      * and every redemption divide by it
                       if LP-POINT-VALUE is numeric
                               and LP-POINT-VALUE > 0
                           move LP-POINT-VALUE to ws-ly-point-value
                       end-if
               end-read
           end-if.
           close LOYALTY-PARAMS-FILE.

       06C-load-noreceipt-params.
           open input NORECEIPT-PARAMS-FILE.
           if ws-noreceipt-params-status = "00" then
               read NORECEIPT-PARAMS-FILE
                   at end continue
                   not at end
                       if NP-ITEM-CAP is numeric
                           move NP-ITEM-CAP to ws-nr-item-cap
                       end-if
      * a zero-day window would look back at nothing and never
      * hold anyone to the limits
                       if NP-PERIOD-DAYS is numeric
                               and NP-PERIOD-DAYS > 0
                           move NP-PERIOD-DAYS to ws-nr-period-days
                       end-if
                       if NP-MAX-COUNT is numeric
                           move NP-MAX-COUNT to ws-nr-max-count
                       end-if
                       if NP-MAX-AMOUNT is numeric
                           move NP-MAX-AMOUNT to ws-nr-max-amount
                       end-if
               end-read
           end-if.
           close NORECEIPT-PARAMS-FILE.

      * the run mode - a "T" in the optional run-mode file makes
      * this a trial; no file, or anything else, is a live run
       06D-load-edit-mode.
           open input EDIT-MODE-FILE.
           if ws-edit-mode-status = "00" then
               read EDIT-MODE-FILE
                   at end continue
                   not at end
                       if edit-mode-trial
                           move "Y" to ws-trial-run
                           initialize ws-trial-store-table
                       end-if
               end-read
           end-if.
           close EDIT-MODE-FILE.

      * opens CHECKPOINT-FILE once for the whole run - a brand new
      * run (status 35, file missing) seeds the one record via
      * OPEN OUTPUT/WRITE, then reopens I-O so 15-write-checkpoint
           end-if.

       15-write-checkpoint.
           if ws-trial-run not = "Y"
               move ws-checkpoint-count to checkpoint-line
               rewrite checkpoint-line
           end-if.

       16-clear-checkpoint.
           move 0 to ws-checkpoint-count.
                       move "NO HEADER"       to ol-bt-reject-reason
               end-evaluate
           end-if.
           move ws-batch-reject-detail   to ws-report-line.
           perform 31-write-batch-except-line.
           add 1 to ws-batch-reject-count.
           if ws-trial-run = "Y"
               perform 36A-set-trial-store
               add 1 to ws-tr-batch-reject-count(ws-trial-idx)
           end-if.
           move "BATCH-REJ"              to AL-DISPOSITION.
           perform 30-write-audit-record.

              
           end-if

      * a transfer moves goods between our own stores and carries
      * no tender at all - 23C-check-transfer holds it to that
           if not il-payment-valid and not il-transfer then
               move "N" to ws-valid-flag
               move "invalid payment" to ws-message2 
               
           end-if.

           move il-store-number to SM-STORE-NUMBER.
           move spaces to ws-store-tax-jurisdiction.
           read STORE-MASTER-FILE
               invalid key
                   move "N" to ws-valid-flag
                   move "invalid store #" to ws-message3
               not invalid key
                   move SM-TAX-JURISDICTION
                           to ws-store-tax-jurisdiction
                   if not SM-STORE-ACTIVE then
                       move "N" to ws-valid-flag
                       move "invalid store #" to ws-message3
           perform 23-check-price-variance.
           perform 23A-check-customer-number.
           perform 23B-check-tenders.
           perform 23C-check-transfer.
           perform 23D-check-return-reason.
           perform 23E-check-cashier.
           perform 23H-check-tax-exempt.
           perform 24-check-transaction-date.
           perform 25-check-sales-history.
           perform 26-check-gift-card.
           perform 26A-check-loyalty.

      * a corrections-pass record's invoice number may already be in
      * INVOICE-SEEN-FILE from its own original (rejected) attempt
      * sale's invoice, and a void carries the invoice of the
      * same-day transaction it cancels - all three legitimately
      * reuse an invoice number, so the one-invoice-one-record
      * duplicate check does not apply to any of them. Neither
      * does a transfer-in, which carries the shipping store's
      * transfer number and line (the transfer-out already took
      * them). A split
      * ticket with a GC portion names its card in il-card-number
      * and its invoice IS its own, so the check applies.
           move il-invoice-number to IS-INVOICE-NUMBER.
                   and ws-gc-legacy-invoice not = "Y"
                   and not il-exchange
                   and not il-void
                   and not il-transfer-in
               perform 21-read-invoice-seen
           end-if.

           if ws-gc-legacy-invoice = "Y" or il-exchange or il-void
                   or il-transfer-in
               continue
           else
           if ws-correction-flag = "Y" and ws-invoice-found = "Y"
                   else
                       move ws-record-sequence     to IS-SEQUENCE-NUMBER
                   end-if
                   perform 21A-write-invoice-seen
                   if ws-invoice-write-ok = "Y"
                       move "Y" to ws-invoice-rewrite-needed
                   else
                       move "N" to ws-valid-flag
                       move "duplicate invoice #" to ws-message6
                   end-if
               end-if
           end-if
           end-if.
               else
                   move "R" to IS-DISPOSITION
               end-if
               perform 21B-rewrite-invoice-seen
           end-if.

           IF (ws-valid-flag is equal to "N")then
               if ws-trial-run not = "Y"
                   move spaces            to invalid-line
                   write invalid-line     from input-line
               end-if
               if ws-correction-flag not = "Y"
                       and ws-batch-cursor >= 1
                       and ws-batch-cursor <= ws-batch-count
                       ws-batch-invalid-count(ws-batch-cursor)
               end-if
      *        write error-line           from ws-error
               move ws-detail-line        to ws-report-line
               perform 17-write-error-line
               add 1 to ws-error-count
               add 1 to ws-error-line-count
               if ws-error-line-count >= ws-error-page-size
               move "INVALID"             to AL-DISPOSITION
           else
               if il-transaction-amount > ws-review-threshold
                   if ws-trial-run not = "Y"
                       move spaces        to review-line
                       write review-line  from input-line
                   end-if
                   move "REVIEW"          to AL-DISPOSITION
               else
                   move "VALID"           to AL-DISPOSITION
                   if ws-trial-run not = "Y"
                       move spaces        to valid-line
                       write valid-line   from input-line
                       perform 35-write-valid-csv
                       perform 40-post-sales-history
                       perform 41-post-gift-card
                       perform 42-post-loyalty
                   end-if
                   if ws-correction-flag = "Y"
                       add 1 to ws-correction-count
                   end-if
               end-if
           END-IF.

           if ws-trial-run = "Y"
               perform 36-tally-trial-disposition
           end-if.

           perform 30-write-audit-record.

           if ws-correction-flag not = "Y"
          move spaces to ws-message10.
          move spaces to ws-message11.
          move spaces to ws-message12.
          move spaces to ws-message13.
          move spaces to ws-message14.
          move spaces to ws-message15.
          move spaces to ws-message16.
          move spaces to ws-message17.

      * read next record - from corrections.dat during the
      * resubmission pass, otherwise from today's input-file
               end-read
           end-if.

      * The duplicate invoice-number scratch file - a live run's
      * own, or the trial run's, so a trial never disturbs what a
      * live restart depends on. The trial file carries the same
      * record, read and written through invoice-seen-record.
       21-read-invoice-seen.
           if ws-trial-run = "Y"
               move IS-RECORD-KEY to TS-RECORD-KEY
               read TRIAL-INVOICE-SEEN-FILE
                       into invoice-seen-record
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-invoice-found
               end-read
           else
               read INVOICE-SEEN-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-invoice-found
               end-read
           end-if.

       21A-write-invoice-seen.
           move "Y" to ws-invoice-write-ok.
           if ws-trial-run = "Y"
               write trial-invoice-seen-record
                       from invoice-seen-record
                   invalid key
                       move "N" to ws-invoice-write-ok
               end-write
           else
               write invoice-seen-record
                   invalid key
                       move "N" to ws-invoice-write-ok
               end-write
           end-if.

       21B-rewrite-invoice-seen.
           if ws-trial-run = "Y"
               move IS-RECORD-KEY to TS-RECORD-KEY
               rewrite trial-invoice-seen-record
                       from invoice-seen-record
           else
               rewrite invoice-seen-record
           end-if.

      * The dollars must make sense for the item - a Sale line's
      * amount is proven against quantity times the catalog unit
      * price, within the configurable tolerance, so a decimal-
      * are exempt (a card is loaded for whatever the customer
      * puts on it), as is a SKU with no catalog price maintained
      * yet; layaway payments, returns, exchanges and voids carry
      * partial or derived amounts the proof cannot apply to. A
      * promotion in effect on the transaction date prices the
      * line instead of the catalog, so a legitimate weekend sale
      * or markdown passes at the normal tolerance.
       23-check-price-variance.
           if il-transaction-code not = "S"
                   or ws-gift-card-sku = "Y"
                   move "N" to ws-valid-flag
                   move "invalid qty" to ws-message10
               else
                   move ws-sku-unit-price to ws-check-unit-price
                   perform 23F-find-promotion
                   if ws-promo-found = "Y"
                       move PM-PROMO-PRICE to ws-check-unit-price
                   end-if
                   if (ws-check-unit-price > 0 or ws-promo-found = "Y")
                           and il-transaction-amount is numeric
                       compute ws-extended-price =
                           il-quantity * ws-check-unit-price
                       compute ws-price-variance =
                           il-transaction-amount - ws-extended-price
                       if ws-price-variance < 0
      * would chase ghosts
       23A-check-customer-number.
           if il-customer-number = spaces
                   or ws-customer-file-open not = "Y"
               continue
           else
               move il-customer-number to CM-CUSTOMER-NUMBER
           move "N"    to ws-gc-legacy-invoice.
           move spaces to ws-gc-card-number.
           move 0      to ws-gc-tender-amount.
           move "N"    to ws-has-lp-tender.
           move 0      to ws-lp-tender-amount.
           if il-transaction-amount is numeric
               move il-transaction-amount to ws-tender-1-amount
           else
                       move "N" to ws-valid-flag
                       move "two GC tenders" to ws-message12
                   end-if
                   if il-payment-type = "LP"
                           and il-tender-2-type = "LP"
                       move "N" to ws-valid-flag
                       move "two LP tenders" to ws-message12
                   end-if
               end-if
           end-if.

               end-if
           end-if.

      * the points portion - its dollars are what the loyalty
      * edits convert to the points the tender draws
           if il-points-tender
               move "Y" to ws-has-lp-tender
               move ws-tender-1-amount to ws-lp-tender-amount
           end-if.
           if il-tender-2-type = "LP"
               move "Y" to ws-has-lp-tender
               if il-tender-2-amount is numeric
                   move il-tender-2-amount to ws-lp-tender-amount
               end-if
           end-if.

      * merchandise credit is how a no-receipt Return is refunded -
      * it pays for nothing
           if il-merch-credit-tender
                   and il-transaction-code not = "R"
               move "N" to ws-valid-flag
               move "MC return only" to ws-message12
           end-if.

      * An inter-store transfer moves goods between two of our own
      * stores, so both ends must be active stores on the master
      * and they must differ; the SKU must be real merchandise the
      * book carries (a gift card is not stock); the units must be
      * there; and no tender or dollars ride it - the book and the
      * in-transit ledger carry the movement, not the registers.
       23C-check-transfer.
           if il-transfer
               if il-transfer-store is not numeric
                       or il-transfer-store = il-store-number
                   move "N" to ws-valid-flag
                   move "bad xfer store" to ws-message13
               else
                   move il-transfer-store to SM-STORE-NUMBER
                   read STORE-MASTER-FILE
                       invalid key
                           move "N" to ws-valid-flag
                           move "bad xfer store" to ws-message13
                       not invalid key
                           if not SM-STORE-ACTIVE
                               move "N" to ws-valid-flag
                               move "bad xfer store" to ws-message13
                           end-if
                   end-read
               end-if
               if ws-gift-card-sku = "Y"
                   move "N" to ws-valid-flag
                   move "no GC transfers" to ws-message13
               end-if
               if il-quantity is not numeric or il-quantity = 0
                   move "N" to ws-valid-flag
                   move "invalid qty" to ws-message10
               end-if
               if il-payment-type not = spaces
                       or il-tender-2-type not = spaces
                   move "N" to ws-valid-flag
                   move "tender on xfer" to ws-message13
               end-if
               if il-transaction-amount is numeric
                       and il-transaction-amount not = 0
                   move "N" to ws-valid-flag
                   move "dollars on xfer" to ws-message13
               end-if
           end-if.

      * A Return must say why it came back and where its goods go:
      * the reason must be on the return reason table and still
      * active (when the table is loaded), and the disposition
      * must be restock, damaged or return-to-vendor - the
      * inventory posting routes the units on it
       23D-check-return-reason.
           if il-transaction-code = "R"
               if not il-return-disposition-valid
                   move "N" to ws-valid-flag
                   move "bad disposition" to ws-message14
               end-if
               if il-return-reason = spaces
                   move "N" to ws-valid-flag
                   move "bad rtn reason" to ws-message14
               else
                   if ws-reason-file-open = "Y"
                       move il-return-reason to RR-REASON-CODE
                       read RETURN-REASON-FILE
                           invalid key
                               move "N" to ws-valid-flag
                               move "bad rtn reason" to ws-message14
                           not invalid key
                               if not RR-REASON-ACTIVE
                                   move "N" to ws-valid-flag
                                   move "bad rtn reason"
                                           to ws-message14
                               end-if
                       end-read
                   end-if
               end-if
           end-if.

      * Every register transaction names the cashier who rang it
      * up, and that cashier must be on the employee master and
      * still active (when the master is loaded) - the cashier
      * exception analysis keyed on this number would otherwise
      * chase ghosts. A transfer is keyed in the back room, not at
      * a register, so it may leave the cashier blank.
       23E-check-cashier.
           if il-cashier-number = spaces
               if not il-transfer
                   move "N" to ws-valid-flag
                   move "no cashier #" to ws-message15
               end-if
           else
               if ws-employee-file-open = "Y"
                   move il-cashier-number to EM-EMPLOYEE-NUMBER
                   read EMPLOYEE-MASTER-FILE
                       invalid key
                           move "N" to ws-valid-flag
                           move "invalid cashier" to ws-message15
                       not invalid key
                           if not EM-EMPLOYEE-ACTIVE
                               move "N" to ws-valid-flag
                               move "invalid cashier"
                                       to ws-message15
                           end-if
                   end-read
               end-if
           end-if.

      * The promotion in effect for the SKU on the transaction
      * date: the SKU's promotions are read in start-date order up
      * to that date, and an active one still running then at this
      * store (or at every store) prices the line - maintenance
      * refuses overlapping active promotions, so at most one can
      * qualify.
       23F-find-promotion.
           move "N" to ws-promo-found.
           if ws-promotion-file-open = "Y"
                   and il-transaction-date is numeric
               move il-SKU-code        to PM-SKU-CODE
               move 0                  to PM-START-DATE
               move "N"                to ws-promo-eof
               start PROMOTION-FILE key is >= PM-RECORD-KEY
                   invalid key
                       move "Y" to ws-promo-eof
               end-start
               perform until ws-promo-eof = "Y"
                       or ws-promo-found = "Y"
                   read PROMOTION-FILE next record
                       at end
                           move "Y" to ws-promo-eof
                       not at end
                           if PM-SKU-CODE not = il-SKU-code
                                   or PM-START-DATE
                                       > il-transaction-date
                               move "Y" to ws-promo-eof
                           else
                               if PM-PROMO-ACTIVE
                                   and PM-END-DATE
                                       >= il-transaction-date
                                   perform 23G-check-promo-store
                               end-if
                           end-if
                   end-read
               end-perform
           end-if.

       23G-check-promo-store.
           if PM-STORE-COUNT = 0
               move "Y" to ws-promo-found
           else
               perform varying ws-promo-store-idx from 1 by 1
                       until ws-promo-store-idx > PM-STORE-COUNT
                   if PM-STORE-NUMBER(ws-promo-store-idx)
                           = il-store-number
                       move "Y" to ws-promo-found
                   end-if
               end-perform
           end-if.

      * A ticket rung tax-exempt collected no tax, so the customer
      * must hold an exemption certificate on the customer master,
      * issued for this store's jurisdiction and still good on the
      * transaction date - otherwise the remittance would report
      * exempt sales nobody can back up. Returns and voids carry the
      * flag of the sale they act against and are not re-proven:
      * the certificate may have run out since. A transfer has no
      * tax to be exempt from.
       23H-check-tax-exempt.
           if il-tax-exempt = space
               continue
           else
               if not il-tax-exempt-sale or il-transfer
                   move "N" to ws-valid-flag
                   move "bad exempt flag" to ws-message17
               else
                   if il-transaction-code = "R"
                           or il-transaction-code = "V"
                       continue
                   else
                       perform 23J-check-exempt-certificate
                   end-if
               end-if
           end-if.

       23J-check-exempt-certificate.
           if il-customer-number = spaces
               move "N" to ws-valid-flag
               move "exempt no cust #" to ws-message17
           else
               move spaces to CM-EXEMPT-CERTIFICATE
               if ws-customer-file-open = "Y"
                   move il-customer-number to CM-CUSTOMER-NUMBER
                   read CUSTOMER-MASTER-FILE
                       invalid key
                           move spaces to CM-EXEMPT-CERTIFICATE
                   end-read
               end-if
               if CM-EXEMPT-CERTIFICATE = spaces
                       or CM-EXEMPT-JURISDICTION
                           not = ws-store-tax-jurisdiction
                   move "N" to ws-valid-flag
                   move "no exempt cert" to ws-message17
               else
                   if CM-EXEMPT-EXPIRY-DATE is not numeric
                           or CM-EXEMPT-EXPIRY-DATE
                               < il-transaction-date
                       move "N" to ws-valid-flag
                       move "exempt cert expd" to ws-message17
                   end-if
               end-if
           end-if.

      * A transaction date must be a real calendar date, must not
      * run ahead of the official business date, and must not be
      * staler than the run-control window allows - a record dated
      * Layaways are exempt - repeat visits against the same invoice
      * are how layaway payments arrive.
       25-check-sales-history.
           if il-transaction-code = "R" and il-merch-credit-tender
               perform 25A-check-no-receipt-return
           end-if.
           if il-transaction-code = "R"
                   and not il-merch-credit-tender
               move il-invoice-number to SH-INVOICE-NUMBER
               move il-line-number    to SH-LINE-NUMBER
               read SALES-HISTORY-FILE
               end-read
           end-if.

      * A no-receipt Return ('MC' tender) has no sale to prove
      * against, so it is held to the policy instead: a customer
      * on the record so the credit can be tracked, one tender, a
      * new merchandise-credit card number not already on the
      * gift-card ledger, and a ticket that really has no receipt
      * - a return whose sale is on file goes back through the
      * normal lane. The refund can be no more than quantity times
      * what each item is worth - its catalog price, or the per-item
      * cap when that is lower - and the customer's credits inside
      * the rolling window, this one included, must stay within the
      * count and dollar limits.
      * A gift-card SKU is rejected by the gift-card edits.
       25A-check-no-receipt-return.
           move "N" to ws-nr-has-receipt.
           move "N" to ws-nr-card-used.
           move il-invoice-number to SH-INVOICE-NUMBER.
           move il-line-number    to SH-LINE-NUMBER.
           read SALES-HISTORY-FILE
               invalid key
                   continue
               not invalid key
                   move "Y" to ws-nr-has-receipt
           end-read.
           if il-card-number not = spaces
               move il-card-number to GC-CARD-NUMBER
               read GIFT-CARD-LEDGER-FILE
                   invalid key
                       continue
                   not invalid key
                       move "Y" to ws-nr-card-used
               end-read
           end-if.

           evaluate true
               when il-customer-number = spaces
                   move "N" to ws-valid-flag
                   move "NR needs cust #" to ws-message7
               when il-tender-2-type not = spaces
                   move "N" to ws-valid-flag
                   move "NR split tender" to ws-message7
               when il-card-number = spaces
                   move "N" to ws-valid-flag
                   move "NR no card number" to ws-message7
               when ws-nr-card-used = "Y"
                   move "N" to ws-valid-flag
                   move "duplicate card #" to ws-message7
               when ws-nr-has-receipt = "Y"
                   move "N" to ws-valid-flag
                   move "sale on file" to ws-message7
               when ws-sku-found not = "Y" or ws-gift-card-sku = "Y"
                   continue
               when il-quantity is not numeric or il-quantity = 0
                   move "N" to ws-valid-flag
                   move "invalid qty" to ws-message7
               when ws-sku-unit-price = 0
                   move "N" to ws-valid-flag
                   move "NR no catalog price" to ws-message7
               when il-transaction-amount is not numeric
                   continue
               when other
                   perform 25B-check-no-receipt-limits
           end-evaluate.

       25B-check-no-receipt-limits.
           move ws-sku-unit-price to ws-nr-unit-value.
           if ws-nr-unit-value > ws-nr-item-cap
               move ws-nr-item-cap to ws-nr-unit-value
           end-if.
           compute ws-nr-item-value =
               il-quantity * ws-nr-unit-value.
           if il-transaction-amount > ws-nr-item-value
               move "N" to ws-valid-flag
               move "exceeds NR value" to ws-message7
           else
      * the window runs back from the transaction date - a date the
      * date edit already refused cannot anchor it
               if ws-date-valid-flag = "Y"
                   perform 25C-total-no-receipt-credits
                   if ws-nr-period-count + 1 > ws-nr-max-count
                       move "N" to ws-valid-flag
                       move "NR count limit" to ws-message7
                   else
                       if ws-nr-period-amount + il-transaction-amount
                               > ws-nr-max-amount
                           move "N" to ws-valid-flag
                           move "NR amount limit" to ws-message7
                       end-if
                   end-if
               end-if
           end-if.

      * the customer's no-receipt credits from the first day of
      * the rolling window through the transaction date - the
      * ledger is keyed customer + date, so they read in one run
       25C-total-no-receipt-credits.
           move 0 to ws-nr-period-count.
           move 0 to ws-nr-period-amount.
           compute ws-nr-window-start =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(il-transaction-date)
                   - ws-nr-period-days + 1).
           move il-customer-number to NC-CUSTOMER-NUMBER.
           move ws-nr-window-start to NC-CREDIT-DATE.
           move low-values         to NC-CARD-NUMBER.
           move "N"                to ws-nr-eof.
           start NORECEIPT-CREDIT-FILE key is >= NC-RECORD-KEY
               invalid key
                   move "Y" to ws-nr-eof
           end-start.
           perform until ws-nr-eof = "Y"
               read NORECEIPT-CREDIT-FILE next record
                   at end
                       move "Y" to ws-nr-eof
                   not at end
                       if NC-CUSTOMER-NUMBER not = il-customer-number
                               or NC-CREDIT-DATE
                                   > il-transaction-date
                           move "Y" to ws-nr-eof
                       else
                           add 1 to ws-nr-period-count
                           add NC-CREDIT-AMOUNT
                                   to ws-nr-period-amount
                       end-if
               end-read
           end-perform.

      * Gift-card edits. A redemption (tender 'GC') must point at a
      * card we actually issued and cannot draw more than the card
      * still holds; an issuance must not reuse a live card number.
               end-read
           end-if.

      * Loyalty edits and resolution. An 'LP' tender draws points
      * from the ledger of the customer named on the record the
      * way a GC tender draws a card down: the customer must be
      * keyed and enrolled and must hold the points the tender
      * needs. Like a card, points are not a refund or exchange
      * tender, and they do not buy gift cards. A void of a
      * points-tendered sale hands the points back, so the ledger
      * must have been touched today. The points a return, an
      * exchange or a void reverses belong to the customer the
      * original sale was rung to, whoever is at the register.
       26A-check-loyalty.
           move spaces to ws-ly-customer-number.
           move "N"    to ws-ly-sale-earned.
           move 0      to ws-ly-original-amount.
           move 0      to ws-lp-points.
           if il-transaction-code = "S" or il-transaction-code = "L"
               move il-customer-number to ws-ly-customer-number
           end-if.
           if (il-transaction-code = "R" or il-exchange or il-void)
                   and ws-gc-legacy-invoice not = "Y"
               move il-invoice-number to SH-INVOICE-NUMBER
               move il-line-number    to SH-LINE-NUMBER
               read SALES-HISTORY-FILE
                   invalid key
                       continue
                   not invalid key
                       move SH-SALE-AMOUNT to ws-ly-original-amount
                       if SH-CUSTOMER-NUMBER not = spaces
                           move SH-CUSTOMER-NUMBER
                                   to ws-ly-customer-number
                           move "Y" to ws-ly-sale-earned
                       end-if
               end-read
           end-if.
      * a walk-in sale exchanged by a known customer - the
      * replacement earns for the customer at the register
           if il-exchange and ws-ly-customer-number = spaces
               move il-customer-number to ws-ly-customer-number
           end-if.
      * a legacy pure-'GC' redemption opened no sales history - it
      * earned for the customer keyed on it
           if il-void and ws-gc-legacy-invoice = "Y"
               move il-customer-number to ws-ly-customer-number
               if il-customer-number not = spaces
                   move "Y" to ws-ly-sale-earned
               end-if
           end-if.

           if ws-has-lp-tender = "Y"
      * a fraction of a point still costs the whole point
               compute ws-lp-points =
                   ws-lp-tender-amount / ws-ly-point-value
               compute ws-lp-points-value =
                   ws-lp-points * ws-ly-point-value
               if ws-lp-points-value < ws-lp-tender-amount
                   add 1 to ws-lp-points
               end-if
               evaluate true
                   when il-transaction-code = "R"
                       move "N" to ws-valid-flag
                       move "no LP refunds" to ws-message16
                   when il-exchange
                       move "N" to ws-valid-flag
                       move "no LP exchanges" to ws-message16
                   when ws-gift-card-sku = "Y"
                       move "N" to ws-valid-flag
                       move "no LP for GC" to ws-message16
                   when il-customer-number = spaces
                       move "N" to ws-valid-flag
                       move "LP needs cust #" to ws-message16
                   when other
                       move il-customer-number to LY-CUSTOMER-NUMBER
                       read LOYALTY-LEDGER-FILE
                           invalid key
                               move "N" to ws-valid-flag
                               move "no points acct" to ws-message16
                           not invalid key
                               if il-void
                                   if LY-LAST-ACTIVITY-DATE
                                           not = il-transaction-date
                                       move "N" to ws-valid-flag
                                       move "no same-day rdmp"
                                               to ws-message16
                                   end-if
                               else
                                   if ws-lp-points > LY-POINTS-BALANCE
                                       move "N" to ws-valid-flag
                                       move "exceeds points"
                                               to ws-message16
                                   end-if
                               end-if
                       end-read
               end-evaluate
           end-if.

      * Post the record's effect on the sales history master once it
      * has actually been released to valid.out - a Sale opens its
      * invoice for future returns, an accepted Return draws down
      * card ledger in 41-post-gift-card instead. A split ticket
      * posts here like any sale; only its GC portion goes to the
      * card ledger.
      * A no-receipt return names no sale to draw down - its credit
      * is posted in 41-post-gift-card.
           if ws-gc-legacy-invoice = "Y"
                   or il-merch-credit-tender
               continue
           else
           evaluate il-transaction-code
                   move il-transaction-amount  to SH-SALE-AMOUNT
                   move il-transaction-amount  to SH-RETURNABLE-AMOUNT
                   move il-transaction-date    to SH-SALE-DATE
                   move il-customer-number     to SH-CUSTOMER-NUMBER
                   write SALES-HISTORY-RECORD
                       invalid key continue
                   end-write
                           continue
                       not invalid key
                           move il-SKU-code    to SH-SKU-CODE
      * a walk-in sale exchanged by a known customer - the
      * replacement earned for that customer, so a later return
      * of it reverses against them
                           if SH-CUSTOMER-NUMBER = spaces
                               move il-customer-number
                                       to SH-CUSTOMER-NUMBER
                           end-if
                           rewrite SALES-HISTORY-RECORD
                   end-read
      * a void takes the same-day sale back out of the master
               end-write
           end-if.

           if il-transaction-code = "R" and il-merch-credit-tender
               perform 41A-post-merch-credit
           end-if.

      * a no-receipt return's refund opens its merchandise-credit
      * card for the amount refunded, and the credit is recorded
      * against the customer for the rolling-period limits
       41A-post-merch-credit.
           move il-card-number         to GC-CARD-NUMBER.
           move il-store-number        to GC-STORE-NUMBER.
           move il-transaction-amount  to GC-ISSUED-AMOUNT.
           move il-transaction-amount  to GC-BALANCE-REMAINING.
           move il-transaction-date    to GC-ISSUE-DATE.
           move il-transaction-date    to GC-LAST-ACTIVITY-DATE.
           set GC-CARD-OPEN            to true.
           write GIFT-CARD-LEDGER-RECORD
               invalid key continue
           end-write.
           move il-customer-number     to NC-CUSTOMER-NUMBER.
           move il-transaction-date    to NC-CREDIT-DATE.
           move il-card-number         to NC-CARD-NUMBER.
           move il-store-number        to NC-STORE-NUMBER.
           move il-invoice-number      to NC-INVOICE-NUMBER.
           move il-line-number         to NC-LINE-NUMBER.
           move il-SKU-code            to NC-SKU-CODE.
           move il-quantity            to NC-QUANTITY.
           move il-transaction-amount  to NC-CREDIT-AMOUNT.
           move il-cashier-number      to NC-CASHIER-NUMBER.
           write NORECEIPT-CREDIT-RECORD
               invalid key continue
           end-write.

      * Post the record's effect on the loyalty ledger once it has
      * been released to valid.out - first the 'LP' tender's
      * redemption (or a void's hand-back) against the customer on
      * the record, then the points the sale earns or the return,
      * exchange or void reverses against the customer the sale
      * was rung to. Gift-card issuances earn nothing (what the
      * card later buys earns instead) and dollars paid in points
      * earn no points. Review-routed records are posted by the
      * review disposition program when released.
       42-post-loyalty.
           if ws-has-lp-tender = "Y" and ws-lp-points > 0
               move il-customer-number to LY-CUSTOMER-NUMBER
               read LOYALTY-LEDGER-FILE
                   invalid key
                       continue
                   not invalid key
                       if il-void
                           add ws-lp-points to LY-POINTS-BALANCE
                           subtract ws-lp-points
                               from LY-POINTS-REDEEMED-LTD
                           set LA-POINTS-CREDITED to true
                           move ws-lp-points to LA-POINTS
                       else
                           subtract ws-lp-points
                               from LY-POINTS-BALANCE
                           add ws-lp-points to LY-POINTS-REDEEMED-LTD
                           set LA-POINTS-REDEEMED to true
                           compute LA-POINTS = 0 - ws-lp-points
                       end-if
                       if il-transaction-date
                               > LY-LAST-ACTIVITY-DATE
                           move il-transaction-date
                                   to LY-LAST-ACTIVITY-DATE
                       end-if
                       rewrite LOYALTY-LEDGER-RECORD
                       move ws-lp-tender-amount to LA-DOLLAR-AMOUNT
                       perform 42B-write-loyalty-activity
               end-read
           end-if.

           if ws-ly-customer-number = spaces
                   or ws-gift-card-sku = "Y"
               continue
           else
               evaluate il-transaction-code
                   when "S"
                   when "L"
                       compute ws-ly-post-dollars =
                           il-transaction-amount - ws-lp-tender-amount
                       move "E" to ws-ly-post-type
                       perform 42A-apply-loyalty-points
                   when "R"
                       if ws-ly-sale-earned = "Y"
                           move il-transaction-amount
                                   to ws-ly-post-dollars
                           move "R" to ws-ly-post-type
                           perform 42A-apply-loyalty-points
                       end-if
      * the return side gives back what the original item earned;
      * the replacement - the original plus the net difference -
      * earns in its place
                   when "X"
                       if ws-ly-sale-earned = "Y"
                           move ws-ly-original-amount
                                   to ws-ly-post-dollars
                           move "R" to ws-ly-post-type
                           perform 42A-apply-loyalty-points
                           compute ws-ly-post-dollars =
                               ws-ly-original-amount
                                   + il-transaction-amount
                       else
                           move il-transaction-amount
                                   to ws-ly-post-dollars
                       end-if
                       move "E" to ws-ly-post-type
                       perform 42A-apply-loyalty-points
                   when "V"
                       if ws-ly-sale-earned = "Y"
                           compute ws-ly-post-dollars =
                               il-transaction-amount
                                   - ws-lp-tender-amount
                           move "R" to ws-ly-post-type
                           perform 42A-apply-loyalty-points
                       end-if
               end-evaluate
           end-if.

      * one earn ("E") or reversal ("R") of ws-ly-post-dollars at
      * the earn rate. The first points earned enrol the customer;
      * a reversal against a customer who never earned is nothing
      * to reverse.
       42A-apply-loyalty-points.
           compute ws-ly-post-points =
               ws-ly-post-dollars * ws-ly-earn-rate.
           move spaces to ws-ly-account-state.
           if ws-ly-post-points > 0
               move ws-ly-customer-number to LY-CUSTOMER-NUMBER
               read LOYALTY-LEDGER-FILE
                   invalid key
                       if ws-ly-post-type = "E"
                           move "N" to ws-ly-account-state
                           move 0   to LY-POINTS-BALANCE
                           move 0   to LY-POINTS-EARNED-LTD
                           move 0   to LY-POINTS-REVERSED-LTD
                           move 0   to LY-POINTS-REDEEMED-LTD
                           move il-transaction-date
                                   to LY-ENROLL-DATE
                           move il-transaction-date
                                   to LY-LAST-ACTIVITY-DATE
                       end-if
                   not invalid key
                       move "F" to ws-ly-account-state
               end-read
           end-if.

           if ws-ly-account-state not = spaces
               if ws-ly-post-type = "E"
                   add ws-ly-post-points to LY-POINTS-BALANCE
                   add ws-ly-post-points to LY-POINTS-EARNED-LTD
                   set LA-POINTS-EARNED to true
                   move ws-ly-post-points to LA-POINTS
               else
                   subtract ws-ly-post-points from LY-POINTS-BALANCE
                   add ws-ly-post-points to LY-POINTS-REVERSED-LTD
                   set LA-POINTS-REVERSED to true
                   compute LA-POINTS = 0 - ws-ly-post-points
               end-if
               if il-transaction-date > LY-LAST-ACTIVITY-DATE
                   move il-transaction-date to LY-LAST-ACTIVITY-DATE
               end-if
               if ws-ly-account-state = "N"
                   write LOYALTY-LEDGER-RECORD
                       invalid key continue
                   end-write
               else
                   rewrite LOYALTY-LEDGER-RECORD
               end-if
               move ws-ly-post-dollars to LA-DOLLAR-AMOUNT
               perform 42B-write-loyalty-activity
           end-if.

       42B-write-loyalty-activity.
           move LY-CUSTOMER-NUMBER     to LA-CUSTOMER-NUMBER.
           move il-transaction-date    to LA-ACTIVITY-DATE.
           move il-store-number        to LA-STORE-NUMBER.
           move il-invoice-number      to LA-INVOICE-NUMBER.
           move il-line-number         to LA-LINE-NUMBER.
           move il-transaction-code    to LA-TRANSACTION-CODE.
           write LOYALTY-ACTIVITY-RECORD.

       35-write-valid-csv.
           move il-transaction-code    to ol-csv-transaction-code.
           move il-transaction-amount  to ol-csv-transaction-amount.
           move spaces                 to valid-csv-line.
           write valid-csv-line        from ws-valid-csv-detail-line.

      * the disposition a live run would have given the record -
      * valid, held for review, or rejected - by store, with the
      * corrections pass counted on its own
       36-tally-trial-disposition.
           if ws-correction-flag = "Y"
               evaluate true
                   when ws-valid-flag = "N"
                       add 1 to ws-tr-corr-invalid-count
                   when il-transaction-amount > ws-review-threshold
                       add 1 to ws-tr-corr-review-count
                   when other
                       add 1 to ws-tr-corr-valid-count
               end-evaluate
           else
               perform 36A-set-trial-store
               evaluate true
                   when ws-valid-flag = "N"
                       add 1 to ws-tr-invalid-count(ws-trial-idx)
                   when il-transaction-amount > ws-review-threshold
                       add 1 to ws-tr-review-count(ws-trial-idx)
                       add il-transaction-amount
                           to ws-tr-review-amount(ws-trial-idx)
                   when other
                       add 1 to ws-tr-valid-count(ws-trial-idx)
                       add il-transaction-amount
                           to ws-tr-valid-amount(ws-trial-idx)
               end-evaluate
           end-if.

       36A-set-trial-store.
           if il-store-number is numeric
               compute ws-trial-idx = il-store-number + 1
           else
               move 101 to ws-trial-idx
           end-if.

      * the predicted split closing the trial error report, and
      * anything that would have gone differently on a live run
       37-write-trial-summary.
           move spaces                    to ws-report-line.
           perform 17-write-error-line.
           move ws-trial-banner           to ws-report-line.
           perform 17-write-error-line.
           move ws-trial-split-head       to ws-report-line.
           perform 17-write-error-line.
           move ws-trial-split-columns    to ws-report-line.
           perform 17-write-error-line.
           perform varying ws-trial-idx from 1 by 1
                   until ws-trial-idx > 101
               if ws-tr-valid-count(ws-trial-idx) > 0
                       or ws-tr-review-count(ws-trial-idx) > 0
                       or ws-tr-invalid-count(ws-trial-idx) > 0
                       or ws-tr-batch-reject-count(ws-trial-idx) > 0
                   if ws-trial-idx = 101
                       move "??"          to ol-tr-store
                   else
                       compute ws-trial-store = ws-trial-idx - 1
                       move ws-trial-store to ol-tr-store
                   end-if
                   move ws-tr-valid-count(ws-trial-idx)
                                          to ol-tr-valid-count
                   move ws-tr-valid-amount(ws-trial-idx)
                                          to ol-tr-valid-amount
                   move ws-tr-review-count(ws-trial-idx)
                                          to ol-tr-review-count
                   move ws-tr-review-amount(ws-trial-idx)
                                          to ol-tr-review-amount
                   move ws-tr-invalid-count(ws-trial-idx)
                                          to ol-tr-invalid-count
                   move ws-tr-batch-reject-count(ws-trial-idx)
                                          to ol-tr-batch-reject-count
                   move ws-trial-split-line to ws-report-line
                   perform 17-write-error-line
                   add ws-tr-valid-count(ws-trial-idx)
                       to ws-tr-total-valid-count
                   add ws-tr-valid-amount(ws-trial-idx)
                       to ws-tr-total-valid-amount
                   add ws-tr-review-count(ws-trial-idx)
                       to ws-tr-total-review-count
                   add ws-tr-review-amount(ws-trial-idx)
                       to ws-tr-total-review-amount
                   add ws-tr-invalid-count(ws-trial-idx)
                       to ws-tr-total-invalid-count
                   add ws-tr-batch-reject-count(ws-trial-idx)
                       to ws-tr-total-batch-rej-count
               end-if
           end-perform.
           move "TOTAL"                   to ol-tr-store.
           move ws-tr-total-valid-count   to ol-tr-valid-count.
           move ws-tr-total-valid-amount  to ol-tr-valid-amount.
           move ws-tr-total-review-count  to ol-tr-review-count.
           move ws-tr-total-review-amount to ol-tr-review-amount.
           move ws-tr-total-invalid-count to ol-tr-invalid-count.
           move ws-tr-total-batch-rej-count
                                          to ol-tr-batch-reject-count.
           move ws-trial-split-line       to ws-report-line.
           perform 17-write-error-line.
           move ws-tr-corr-valid-count    to ol-tr-corr-valid-count.
           move ws-tr-corr-review-count   to ol-tr-corr-review-count.
           move ws-tr-corr-invalid-count  to ol-tr-corr-invalid-count.
           move ws-trial-corrections-line to ws-report-line.
           perform 17-write-error-line.

           if ws-last-posted-date = ws-business-date
                   and ws-last-posted-date not = 0
                   and ws-repost-override not = "Y"
               move "NOTE: DATE ALREADY POSTED - LIVE RUN WOULD REFUSE"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           if ws-missing-count > 0
               move "NOTE: A STORE SENT NO FEED - SEE TRIAL BATCH RPT"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           if ws-trial-history-open not = "00"
               move "NOTE: NO SALES HISTORY - RETURNS NOT PREDICTED"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           if ws-trial-gift-card-open not = "00"
               move "NOTE: NO GIFT-CARD LEDGER - CARDS NOT PREDICTED"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           if ws-trial-loyalty-open not = "00"
               move "NOTE: NO LOYALTY LEDGER - POINTS NOT PREDICTED"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           if ws-trial-noreceipt-open not = "00"
               move "NOTE: NO NR CREDIT LEDGER - LIMITS NOT PREDICTED"
                                          to ws-trial-note-line
               perform 37A-write-trial-note
           end-if.
           move "*** END OF TRIAL RUN - NOTHING WAS POSTED ***"
                                          to ws-trial-note-line.
           perform 37A-write-trial-note.

       37A-write-trial-note.
           move ws-trial-note-line        to ws-report-line.
           perform 17-write-error-line.

      * a trial leaves the audit trail alone - nothing it saw was
      * given a disposition
       30-write-audit-record.
           if ws-trial-run not = "Y"
               move "EDIT"                 to AL-SOURCE-PROGRAM
               move FUNCTION CURRENT-DATE  to AL-RUN-TIMESTAMP
               move input-line             to AL-TRANSACTION-IMAGE
               write AUDIT-LOG-RECORD
           end-if.

       end program Edit.
