      *          (which business date posted where), today's
      *          audit-log entries (record and dollar counts at
      *          each stage: read by Edit, released by Review,
      *          bucketed by Program2, posted by HistPost), the
      *          skip/block dispositions and what the nightly
      *          ledger check found - and ends with a single
      *          CLEAN / ATTENTION verdict so the morning check is
      *          one page, not a crawl through the output files.
      *          Runs as the final step of the EDITPG2 stream.
               assign to "../../../data2/invpost-posted.dat"
               organization is line sequential
               file status is ws-posted-status.
           select optional INVCOUNT-POSTED-FILE
               assign to "../../../data2/invcount-posted.dat"
               organization is line sequential
               file status is ws-posted-status.
           select optional REPLEN-POSTED-FILE
               assign to "../../../data2/replen-posted.dat"
               organization is line sequential
               file status is ws-posted-status.
           select optional HISTPOST-POSTED-FILE
               assign to "../../../data2/histpost-posted.dat"
               organization is line sequential

       01 invpost-posted-line               pic x(8).

       fd INVCOUNT-POSTED-FILE
           data record is invcount-posted-line
           record contains 8 characters.

       01 invcount-posted-line              pic x(8).

       fd REPLEN-POSTED-FILE
           data record is replen-posted-line
           record contains 8 characters.

       01 replen-posted-line                pic x(8).

       fd HISTPOST-POSTED-FILE
           data record is histpost-posted-line
           record contains 8 characters.
           value 0.
       77  ws-histpost-posted-count        pic 9(6)
           value 0.
       77  ws-ledgchk-run-count            pic 9(4)
           value 0.
       77  ws-ledgchk-drift-count          pic 9(7)
           value 0.
       77  ws-block-count                  pic 9(4)
           value 0.
       77  ws-attention-count              pic 9(4)
           close INVPOST-POSTED-FILE.
           perform 110-flag-posted-line.

           open input INVCOUNT-POSTED-FILE.
           move "INVCOUNT"                 to ol-posted-program.
           if ws-posted-status = "00"
               read INVCOUNT-POSTED-FILE
                   at end move spaces      to invcount-posted-line
               end-read
               move invcount-posted-line   to ol-posted-date
           else
               move spaces                 to ol-posted-date
           end-if.
           close INVCOUNT-POSTED-FILE.
           perform 110-flag-posted-line.

           open input REPLEN-POSTED-FILE.
           move "REPLEN"                   to ol-posted-program.
           if ws-posted-status = "00"
               read REPLEN-POSTED-FILE
                   at end move spaces      to replen-posted-line
               end-read
               move replen-posted-line     to ol-posted-date
           else
               move spaces                 to ol-posted-date
           end-if.
           close REPLEN-POSTED-FILE.
           perform 110-flag-posted-line.

           open input HISTPOST-POSTED-FILE.
           move "HISTPOST"                 to ol-posted-program.
           if ws-posted-status = "00"
                       perform 240-tally-prog2-entry
                   when AL-SOURCE-PROGRAM = "HISTPOST"
                       perform 250-tally-histpost-entry
                   when AL-SOURCE-PROGRAM = "LEDGCHK"
                       perform 260-tally-ledgchk-entry
                   when other
                       continue
               end-evaluate
                       or AL-DISPOSITION = "HIST-SKIP"
                       or AL-DISPOSITION = "REVW-SKIP"
                       or AL-DISPOSITION = "INV-SKIP"
                       or AL-DISPOSITION = "CNT-SKIP"
                       or AL-DISPOSITION = "RPL-SKIP"
                   add 1 to ws-block-count
               end-if
           end-if.
                       to ws-histpost-posted-count
           end-if.

      * the ledger check logs one entry per run with the drift
      * items it found in the image - the latest run today stands
       260-tally-ledgchk-entry.
           add 1 to ws-ledgchk-run-count.
           move 0 to ws-ledgchk-drift-count.
           if AL-TRANSACTION-IMAGE(10:7) is numeric
               move AL-TRANSACTION-IMAGE(10:7)
                       to ws-ledgchk-drift-count
           end-if.

       300-write-stage-counts.
           move "Read by Edit:                 "
                                           to ol-stage-caption.
                                           to ol-co-caption.
           move ws-histpost-posted-count   to ol-co-count.
           write report-line               from ws-count-only-line.
           move "Ledger check runs today:      "
                                           to ol-co-caption.
           move ws-ledgchk-run-count       to ol-co-count.
           write report-line               from ws-count-only-line.
           move "  drift items found:          "
                                           to ol-co-caption.
           move ws-ledgchk-drift-count     to ol-co-count.
           write report-line               from ws-count-only-line.
           move "Skips/blocks logged today:    "
                                           to ol-co-caption.
           move ws-block-count             to ol-co-count.
           write report-line               from ws-count-only-line.

      * CLEAN only when every posting log carries tonight's
      * business date, nothing skipped or blocked, and the ledger
      * check ran and found no drift - anything else is the
      * morning's first phone call
       400-write-verdict.
           if ws-ledgchk-run-count = 0 or ws-ledgchk-drift-count > 0
               add 1 to ws-attention-count
           end-if.
           if ws-attention-count = 0 and ws-block-count = 0
               move "CLEAN"                to ol-verdict
               move "all programs posted this business date"
                                           to ol-verdict-note
           else
               move "ATTENTION"            to ol-verdict
               move "see NOT POSTED, skip and drift lines"
                                           to ol-verdict-note
           end-if.
           write report-line               from ws-verdict-line.
