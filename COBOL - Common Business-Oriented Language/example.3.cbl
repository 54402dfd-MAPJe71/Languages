           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.

           select trade-extract
           assign to dynamic w-extract-name
           organization is line sequential.

           select tran-except
           assign to dynamic w-except-name
           organization is line sequential.

           select tran-reject
           assign to dynamic w-reject-name
           organization is line sequential.

           select branch-master
           organization is line sequential
           file status is w-branch-status.

           select cpty-master
           assign to "CPTY.DAT"
           organization is line sequential
           file status is w-cpty-status.

           select fee-sched
           assign to "FEESCHED.CTL"
           organization is line sequential
           file status is w-fee-sched-status.

           select fee-file
           assign to dynamic w-fee-name
           organization is line sequential
           file status is w-fee-status.

           select rates-file
           assign to "RATES.CTL"
           organization is line sequential
           file status is w-rates-status.

           select brseq-file
           assign to dynamic w-brseq-name
           organization is line sequential
           file status is w-brseq-status.

           select keyassign-file
           assign to dynamic w-keyassign-name
           organization is line sequential
           file status is w-keyassign-status.

           select dup-report
           assign to dynamic w-duprpt-name
           organization is line sequential
           file status is w-dup-rpt-status.

           file status is w-feed-ctl-status.

           select checkpoint-file
           assign to dynamic w-checkpoint-name
           organization is line sequential
           file status is w-checkpoint-status.

           organization is line sequential
           file status is w-chkpint-status.

           select feed-src
           assign to "FEEDSRC.CTL"
           organization is line sequential
           file status is w-feed-src-status.

           select feed-ack
           assign to dynamic w-ack-name
           organization is line sequential
           file status is w-feed-ack-status.

           organization is line sequential
           file status is w-glpost-status.

           select apprlim-ctl
           assign to "APPRLIM.CTL"
           organization is line sequential
           file status is w-apprlim-status.

           select pend-appr
           assign to dynamic w-pend-name
           organization is line sequential
           file status is w-pend-status.

           select brbal-file
           assign to "BRBAL.DAT"
           organization is indexed
           record key is bb-key
           file status is w-brbal-status.

           select brbal-hist
           assign to "BRBALHST.DAT"
           organization is line sequential
           file status is w-bhist-status.

           select brbal-keep
           assign to "BRBALHST.KEEP"
           organization is line sequential
           file status is w-bkeep-status.

           select report-file
           assign to "BVADJ.TXT"
           organization is line sequential
           file status is w-bvrpt-status.

           select part-result
           assign to dynamic w-part-name
           organization is line sequential
           file status is w-part-status.

           COPY RUNLOGSL.

           COPY BUSDTSL.

           COPY JRNLSL.

           COPY PRDSL.

       data division.
       file section.
       fd  tran
      *        when cash actually moves - supplied by the feed or
      *        defaulted to trade date plus two business days
               05  tran-settle-date       pic 9(08).
      *        who the trade was done with - validated against the
      *        counterparty master (see CPTY-MAINT); spaces on
      *        trades loaded before the field existed
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
      *        the commission charged when the trade loaded, kept
      *        so a reversal gives back exactly what was taken
               05  tran-fee-amt           pic S9(5)V99.
      *        where the trade stands with the regulator - space
      *        not yet reported, S sent, R accepted, A amended
      *        since reported, E rejected, C corrected after a
      *        rejection (see REG-RPT)
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

      *
      * Daily trade extract handed off by the upstream feed - one
      *    blank or unusable defaults to trade date plus two
      *    business days through Y2KDCALC and the shop calendar
           03  ext-settle-date            pic x(08).
      *    counterparty code off the counterparty master - a
      *    reversal may leave it blank and inherits the original's
           03  ext-cpty                   pic x(08).
      *
      * The extract's generation header rides in the first record
      * (tag HDR) - feed date, generation number, and the record
      * count and amount total the load verifies itself against.
      * The source names the desk or bank that cut the feed, each
      * with its own generation sequence; blank is the original
      * upstream desk (DESK) from before there was more than one.
      *
       01  extract-header.
           03  hdr-tag                    pic x(03).
           03  hdr-gen                    pic x(04).
           03  hdr-count                  pic x(06).
           03  hdr-amount                 pic s9(9)v99.
           03  hdr-source                 pic x(08).

      *
      * Back-office review queue for trades outside the trade window.
      *    the action code as it arrived, so TRAN-RECON can tell
      *    which side of its count equation a reject belongs to
           03  rej-action                 pic x.
           03  filler                     pic x.
           03  rej-cpty                   pic x(08).

      *
      * Operations-maintained branch master (see BRANCH-MAINT) -
           03  filler                     pic x.
           03  br-status                  pic x.

      *
      * Operations-maintained counterparty master (see CPTY-MAINT) -
      * every trade names the counterparty it was done with, and
      * the load holds the code to this list the same way it holds
      * the branch to BRANCH.DAT: unknown or closed refuses.
      *
       fd  cpty-master.
       01  cpty-record.
           03  cp-code                    pic x(08).
           03  filler                     pic x.
           03  cp-name                    pic x(30).
           03  filler                     pic x.
           03  cp-status                  pic x.

      *
      * Daily rates file maintained by operations - one line per
      * date/currency with the rate to the base currency.
      *
      *
      * Commission schedule maintained by the desk - tiered by
      * trade size within branch and currency, each tier with its
      * rate (a fraction of the absolute trade amount) and a floor
      * and ceiling on the charge. **** and *** are the wildcard
      * branch and currency; the most specific matching line wins,
      * and within it the lowest tier the amount fits under. A
      * blank or zero tier bound is the open top tier, a blank or
      * zero maximum no ceiling.
      *
       fd  fee-sched.
       01  fee-sched-record.
           03  fs-branch                  pic x(04).
           03  filler                     pic x.
           03  fs-currency                pic x(03).
           03  filler                     pic x.
           03  fs-upto                    pic x(12).
           03  filler                     pic x.
           03  fs-rate                    pic x(10).
           03  filler                     pic x.
           03  fs-min                     pic x(10).
           03  filler                     pic x.
           03  fs-max                     pic x(10).

      *
      * The day's charges, one line per trade charged - the desk's
      * commission record, keyed by trade. An amendment carries the
      * change in fee, a reversal the fee given back.
      *
       fd  fee-file.
       01  fee-record.
           03  fe-key                     pic x(10).
           03  filler                     pic x.
           03  fe-trade-date              pic 9(08).
           03  filler                     pic x.
           03  fe-currency                pic x(03).
           03  filler                     pic x.
           03  fe-action                  pic x.
           03  filler                     pic x.
           03  fe-trade-amount            pic s9999v99.
           03  filler                     pic x.
           03  fe-fee                     pic s9(5)v99.

       fd  rates-file.
       01  rates-record.
           03  rt-date                    pic x(08).

      *
      * Generations already consumed - the duplicate-feed guard.
      * One line per loaded generation, tagged with its source -
      * each source numbers its own generations; a re-transmitted
      * extract refuses to load unless the operator forces it.
      *
      *
      * Both versions of every duplicate key, side by side - what
           03  fc-gen                     pic 9(04).
           03  filler                     pic x.
           03  fc-status                  pic x(08).
           03  filler                     pic x.
           03  fc-source                  pic x(08).

      *
      * Registry of the feed sources the load will take (see
      * FEEDSRC-MAINT) - the source, the record format it sends
      * (EXTRACT native, EBCDIC through FEED-CONV), and the file
      * its acknowledgments go back to.
      *
       fd  feed-src.
       01  feed-src-record.
           03  fs-source                  pic x(08).
           03  filler                     pic x.
           03  fs-format                  pic x(08).
           03  filler                     pic x.
           03  fs-ack-file                pic x(20).

       fd  checkpoint-file.
       01  checkpoint-record              pic x(10).
      * rejected, and the refusal reason when the duplicate-feed
      * guard said no. FEEDCTL.TXT records the consumption on our
      * side; this closes the loop on theirs, so a refused
      * generation stops being a telephone call. Each source's
      * acknowledgments go to its own file (see FEEDSRC.CTL).
      *
       fd  feed-ack.
       01  feed-ack-record.
           03  ack-rej-amount             pic s9(9)v99.
           03  filler                     pic x.
           03  ack-reason                 pic x(20).
           03  filler                     pic x.
           03  ack-source                 pic x(08).

      *
      * Operations-maintained daily exposure limits per branch (see
      * Posting hand-off to the general ledger, cut after the load
      * balances - one balanced debit/credit pair per branch,
      * currency, and action type (new trades, amendment deltas,
      * reversals, and commissions - FEE pairs post FEERECV
      * against FEEINCOM rather than TRADING against CLEARING),
      * closed by a TRL control trailer carrying the
      * detail count and the debit-side amount total the same way
      * the extract's HDR header carries the feed's - so the
      * receiving side verifies the hand-off the way this load
           03  glt-count                  pic 9(06).
           03  glt-amount                 pic s9(11)v99.

      *
      * Operations-set approval threshold - one line, the amount
      * above which an amendment or reversal is held for a second
      * operator instead of applied. Absent or zero, corrections
      * apply as they arrive.
      *
       fd  apprlim-ctl.
       01  apprlim-record.
           03  al-amount                  pic x(12).

      *
      * Corrections held for maker-checker approval (see
      * TRAN-APPROVE) - the extract record as it arrived with the
      * dates the load resolved for it, who submitted it, and the
      * decision. P pending, A approved (posts on the next load),
      * D declined, X posted; decided items stay one business day
      * for TRAN-RECON and then drop.
      *
       fd  pend-appr.
       01  pend-record.
           03  pa-state                   pic x.
           03  filler                     pic x.
           03  pa-held-date               pic x(08).
           03  filler                     pic x.
           03  pa-submitter               pic x(12).
           03  filler                     pic x.
           03  pa-decider                 pic x(12).
           03  filler                     pic x.
           03  pa-decided-date            pic x(08).
           03  filler                     pic x.
           03  pa-posted-date             pic x(08).
           03  filler                     pic x.
           03  pa-ext-date-8              pic 9(08).
           03  filler                     pic x.
           03  pa-settle-date-8           pic 9(08).
           03  filler                     pic x.
           03  pa-judged-amt              pic 9(04)v99.
           03  filler                     pic x.
           03  pa-extract                 pic x(52).

      *
      * Branch position master, keyed branch plus currency - the
      * opening balance carried forward from the prior business
               05  bb-movement            pic s9(9)v99.
               05  bb-closing             pic s9(9)v99.

      *
      * Position history - one line per branch, currency, and
      * business date, so a back-valued trade can be carried into
      * the closings of the days it missed. A restated line says
      * so, and on which business date.
      *
       fd  brbal-hist.
       01  bhist-record.
           03  bh-branch                  pic x(04).
           03  filler                     pic x.
           03  bh-currency                pic x(03).
           03  filler                     pic x.
           03  bh-bus-date                pic 9(08).
           03  filler                     pic x.
           03  bh-opening                 pic s9(9)v99.
           03  filler                     pic x.
           03  bh-movement                pic s9(9)v99.
           03  filler                     pic x.
           03  bh-closing                 pic s9(9)v99.
           03  filler                     pic x.
           03  bh-restated                pic x.
           03  filler                     pic x.
           03  bh-restated-on             pic x(08).

       fd  brbal-keep.
       01  bkeep-record                   pic x(64).

      *
      * Back-value adjustment report (BVADJ.TXT) - each late trade,
      * how late it was, and every day's closing it moved.
      *
       fd  report-file.
       01  report-line                    pic x(132).

      *
      * A partition's results for the merge (see LOAD-COORD) - one
      * CTL line of the partition's counts and control totals,
      * then its ledger buckets (GL), its closing positions (POS),
      * and its back-valued postings (BV). The merge folds these
      * into the one load they add up to.
      *
       fd  part-result.
       01  part-ctl-record.
           03  pr-tag                     pic x(03).
           03  filler                     pic x.
           03  pr-partition               pic 9(02).
           03  filler                     pic x.
           03  pr-feed-date               pic x(08).
           03  filler                     pic x.
           03  pr-gen                     pic 9(04).
           03  filler                     pic x.
           03  pr-source                  pic x(08).
           03  filler                     pic x.
           03  pr-rc                      pic 9(04).
           03  filler                     pic x.
           03  pr-read                    pic 9(08).
           03  filler                     pic x.
           03  pr-loaded                  pic 9(08).
           03  filler                     pic x.
           03  pr-amended                 pic 9(08).
           03  filler                     pic x.
           03  pr-reversed                pic 9(08).
           03  filler                     pic x.
           03  pr-assigned                pic 9(08).
           03  filler                     pic x.
           03  pr-rejected                pic 9(08).
           03  filler                     pic x.
           03  pr-dups                    pic 9(08).
           03  filler                     pic x.
           03  pr-dup-replaced            pic 9(08).
           03  filler                     pic x.
           03  pr-dup-both-out            pic 9(08).
           03  filler                     pic x.
           03  pr-held                    pic 9(08).
           03  filler                     pic x.
           03  pr-released                pic 9(08).
           03  filler                     pic x.
           03  pr-closed                  pic 9(08).
           03  filler                     pic x.
           03  pr-fee-lines               pic 9(08).
           03  filler                     pic x.
           03  pr-nonbus                  pic 9(08).
           03  filler                     pic x.
           03  pr-tran-count              pic 9(08).
           03  filler                     pic x.
           03  pr-gl-det-count            pic 9(08).
           03  filler                     pic x.
           03  pr-read-amount             pic s9(9)v99.
           03  filler                     pic x.
           03  pr-rej-amount              pic s9(9)v99.
           03  filler                     pic x.
           03  pr-fee-total               pic s9(9)v99.
           03  filler                     pic x.
           03  pr-tran-total              pic s9(9)v99.
           03  filler                     pic x.
           03  pr-gl-dr-total             pic s9(11)v99.
           03  filler                     pic x.
           03  pr-gl-spill                pic x.
           03  pr-pos-spill               pic x.
           03  pr-bv-spill                pic x.

       01  part-gl-record.
           03  pg-tag                     pic x(03).
           03  filler                     pic x.
           03  pg-branch                  pic x(04).
           03  filler                     pic x.
           03  pg-currency                pic x(03).
           03  filler                     pic x.
           03  pg-action                  pic x.
           03  filler                     pic x.
           03  pg-amount                  pic s9(9)v99.
           03  filler                     pic x.
           03  pg-count                   pic 9(06).

       01  part-pos-record.
           03  pp-tag                     pic x(03).
           03  filler                     pic x.
           03  pp-branch                  pic x(04).
           03  filler                     pic x.
           03  pp-currency                pic x(03).
           03  filler                     pic x.
           03  pp-total                   pic s9(9)v99.

       01  part-bv-record.
           03  pv-tag                     pic x(03).
           03  filler                     pic x.
           03  pv-key                     pic x(10).
           03  filler                     pic x.
           03  pv-branch                  pic x(04).
           03  filler                     pic x.
           03  pv-currency                pic x(03).
           03  filler                     pic x.
           03  pv-date                    pic 9(08).
           03  filler                     pic x.
           03  pv-amount                  pic s9(7)v99.
           03  filler                     pic x.
           03  pv-late                    pic 9(04).

       COPY RUNLOGFD.

       COPY BUSDTFD.

       COPY JRNLFD.

       COPY PRDFD.

       working-storage section.

       01  w-begin-date                   pic 9(08) value 19971231.
       01  w-rates-eof                    pic x value 'N'.
           88  rates-eof                  value 'Y'.
       01  w-base-currency                pic x(3) value 'USD'.

      *
      * Commission schedule and the per-trade pricing work areas.
      *
       01  w-fee-sched-status             pic x(2) value spaces.
       01  w-fee-status                   pic x(2) value spaces.
       01  w-fee-sched-eof                pic x value 'N'.
           88  fee-sched-eof              value 'Y'.
       01  w-fee-table.
           03  w-fs-entry occurs 100 times.
               05  w-fs-branch            pic x(4).
               05  w-fs-ccy               pic x(3).
               05  w-fs-upto              pic 9(7)v99.
               05  w-fs-rate              pic 9v9(6).
               05  w-fs-min               pic 9(5)v99.
               05  w-fs-max               pic 9(5)v99.
       01  w-fee-count                    pic 9(3) value zeros.
       01  w-fs-sub                       pic 9(3) value zeros.
       01  w-fs-hit                       pic 9(3) value zeros.
       01  w-fs-score                     pic 9 value zero.
       01  w-fs-best-score                pic 9 value zero.
       01  w-fs-bound                     pic 9(7)v99 value zeros.
       01  w-fs-best-bound                pic 9(7)v99 value zeros.
       01  w-fee-ccy                      pic x(3) value spaces.
       01  w-fee-abs                      pic 9(7)v99 value zeros.
       01  w-fee-new                      pic s9(5)v99 value zeros.
       01  w-fee-old                      pic s9(5)v99 value zeros.
       01  w-fee-delta                    pic s9(5)v99 value zeros.
       01  w-fee-action                   pic x value space.
       01  w-fee-lines                    pic 9(8) value zeros.
       01  w-fee-total                    pic s9(9)v99 value zeros.
       01  w-rates-table.
           03  w-rt-entry occurs 50 times.
               05  w-rt-ccy               pic x(3).
               05  w-rt-rate              pic 9(4)v9(6).
       01  w-rates-count                  pic 9(2) value zeros.
       01  w-force-feed                   pic x value 'N'.
       01  w-ack-ooo                      pic x value 'N'.
       01  w-feed-status-out              pic x(8) value spaces.
       01  w-hdr-source                   pic x(8) value spaces.
       01  w-fc-source                    pic x(8) value spaces.
       01  w-feed-src-status              pic x(2) value spaces.
       01  w-feed-src-eof                 pic x value 'N'.
           88  feed-src-eof               value 'Y'.
       01  w-src-known                    pic x value 'N'.
       01  w-src-format                   pic x(8) value spaces.
       01  w-ack-name                     pic x(40)
           value "FEEDACK.TXT".

       01  w-brseq-status                 pic x(2) value spaces.
       01  w-keyassign-status             pic x(2) value spaces.
       01  w-br-sub                       pic 9(3) value zeros.
       01  w-br-hit                       pic 9(3) value zeros.

       01  w-cpty-status                  pic x(2) value spaces.
       01  w-cpty-eof                     pic x value 'N'.
           88  cpty-eof                   value 'Y'.
       01  w-cpty-loaded                  pic x value 'N'.
           88  cpty-master-loaded         value 'Y'.
       01  w-cpty-table.
           03  w-cp-entry occurs 500 times.
               05  w-cp-code              pic x(8).
               05  w-cp-stat              pic x.
       01  w-cpty-count                   pic 9(3) value zeros.
       01  w-cp-sub                       pic 9(3) value zeros.
       01  w-cp-hit                       pic 9(3) value zeros.

       01  w-tran-status                  pic x(2) value spaces.
       01  w-checkpoint-status            pic x(2) value spaces.
       01  w-checkpoint-interval          pic 9(6) value 1000.
       01  w-gl-dr-total                  pic s9(11)v99 value zeros.
       01  w-old-amount                   pic s9999v99 value zeros.

      *
      * Maker-checker hold for large corrections - the threshold
      * off APPRLIM.CTL, the pending-approval file held in core
      * for the run, and who submitted the load.
      *
       01  w-apprlim-status               pic x(2) value spaces.
       01  w-pend-status                  pic x(2) value spaces.
       01  w-pend-eof                     pic x value 'N'.
           88  pend-eof                   value 'Y'.
       01  w-appr-in-force                pic x value 'N'.
       01  w-appr-limit                   pic 9(7)v99 value zeros.
       01  w-appr-judged                  pic 9(4)v99 value zeros.
       01  w-appr-release                 pic x value 'N'.
       01  w-hold-it                      pic x value 'N'.
       01  w-submitter                    pic x(12) value spaces.
       01  w-pend-table.
           03  w-pa-image occurs 200 times
                                          pic x(132).
       01  w-pend-count                   pic 9(3) value zeros.
       01  w-pa-sub                       pic 9(3) value zeros.
       01  w-held-count                   pic 9(8) value zeros.
       01  w-release-count                pic 9(8) value zeros.
       01  w-pend-dropped                 pic 9(8) value zeros.
       01  w-pend-spill                   pic x value 'N'.

      *
      * Changes refused because the trade date falls in a month
      * PERIOD-CLOSE has closed - held until the exception queue
      * is open, then queued with a CLOSED PERIOD reason tagged by
      * what was refused (NEW, AMD, REV, or APR for an approved
      * correction being released) so TRAN-RECON can attribute it.
      *
       01  w-closed-table.
           03  w-closed-entry occurs 200 times.
               05  w-cls-key              pic x(10).
               05  w-cls-date             pic 9(8).
               05  w-cls-amount           pic s9999v99.
               05  w-cls-tag              pic x(3).
       01  w-closed-count                 pic 9(8) value zeros.
       01  w-closed-held                  pic 9(3) value zeros.
       01  w-cls-sub                      pic 9(3) value zeros.
       01  w-closed-spill                 pic x value 'N'.
       01  w-closed-refused               pic x value 'N'.

      *
      * Settlement-date resolution - the feed's value when usable,
      * otherwise trade date rolled forward two business days
       01  w-pos-close-total              pic s9(11)v99 value zeros.
       01  w-pos-bus-date                 pic 9(8) value zeros.

      *
      * Back-valued postings - anything a MERGE load posts with a
      * trade date before the business date. Yesterday's closing
      * never had it, so today's opening takes it and the position
      * history is restated from the trade date forward. An
      * amendment notes the amount leaving its old date and the
      * amount arriving at its new one.
      *
       01  w-bv-table.
           03  w-bv-entry occurs 200 times.
               05  w-bv-key               pic x(10).
               05  w-bv-branch            pic x(4).
               05  w-bv-ccy               pic x(3).
               05  w-bv-date              pic 9(8).
               05  w-bv-amount            pic s9(7)v99.
               05  w-bv-late              pic 9(4).
       01  w-bv-count                     pic 9(3) value zeros.
       01  w-bv-sub                       pic 9(3) value zeros.
       01  w-bv-spill                     pic x value 'N'.
       01  w-bv-in-key                    pic x(10) value spaces.
       01  w-bv-in-branch                 pic x(4) value spaces.
       01  w-bv-in-ccy                    pic x(3) value spaces.
       01  w-bv-in-date                   pic 9(8) value zeros.
       01  w-bv-in-amount                 pic s9(7)v99 value zeros.
       01  w-bv-old-date                  pic 9(8) value zeros.
       01  w-bv-old-ccy                   pic x(3) value spaces.
       01  w-bv-adjust                    pic s9(9)v99 value zeros.
       01  w-bv-total                     pic s9(9)v99 value zeros.
       01  w-bv-step-date                 pic 9(8) value zeros.
       01  w-bv-step-days                 pic s9(7) value zeros.
       01  w-bv-tries                     pic 9(4) value zeros.
       01  w-bhist-status                 pic x(2) value spaces.
       01  w-bkeep-status                 pic x(2) value spaces.
       01  w-bvrpt-status                 pic x(2) value spaces.
       01  w-bhist-eof                    pic x value 'N'.
       01  w-bkeep-eof                    pic x value 'N'.
       01  w-pos-open-tab.
           03  w-pos-open occurs 200 times pic s9(9)v99.

      *
      * The history lines a back-valued posting touches, held in
      * core while they are restated and reported.
      *
       01  w-bh-table.
           03  w-bh-entry occurs 2000 times.
               05  w-bh-branch            pic x(4).
               05  w-bh-ccy               pic x(3).
               05  w-bh-date              pic 9(8).
               05  w-bh-opening           pic s9(9)v99.
               05  w-bh-closing           pic s9(9)v99.
               05  w-bh-touched           pic x.
       01  w-bh-count                     pic 9(4) value zeros.
       01  w-bh-sub                       pic 9(4) value zeros.
       01  w-bh-hit                       pic 9(4) value zeros.
       01  w-bh-spill                     pic x value 'N'.
       01  w-bh-keep-line                 pic x value 'N'.
       01  w-bh-before                    pic s9(9)v99 value zeros.
       01  w-bh-days                      pic 9(4) value zeros.
       01  w-bv-rpt-line.
           03  w-br-tag                   pic x(6).
           03  w-br-key                   pic x(10).
           03  filler                     pic x.
           03  w-br-branch                pic x(4).
           03  filler                     pic x.
           03  w-br-ccy                   pic x(3).
           03  filler                     pic x(7) value ' DATED '.
           03  w-br-date                  pic 9(8).
           03  filler                     pic x(8) value ' AMOUNT '.
           03  w-br-amount                pic -(7)9.99.
           03  filler                     pic x.
           03  w-br-late                  pic zzz9.
           03  filler                     pic x(19)
               value ' BUSINESS DAYS LATE'.
       01  w-bv-day-line.
           03  filler                     pic x(8) value spaces.
           03  w-bd-date                  pic 9(8).
           03  filler                     pic x(16)
               value '  CLOSING BEFORE'.
           03  w-bd-before                pic -(9)9.99.
           03  filler                     pic x(7) value '  AFTER'.
           03  w-bd-after                 pic -(9)9.99.

      *
      * Run-time override for the trade history dataset name, JCL-DD
      * style, so more than one trade window can be run against its
       01  w-load-mode                    pic x(8) value 'REBUILD'.
           88  merge-load                 value 'MERGE'.

      *
      * Partitioned load (see LOAD-COORD), Y2KSMPL_PARTITION: a
      * two-digit partition number loads that branch range's slice
      * - TRADEEXT.Pnn into TRAN.Pnn, with every work file and the
      * checkpoint under the same .Pnn suffix so partitions run
      * side by side - and hands its counts, ledger buckets, and
      * positions to LOADPART.Pnn instead of to the ledger, the
      * position master, the acknowledgment, and FEEDCTL.TXT.
      * MERGE folds the Y2KSMPL_PART_COUNT partitions' results,
      * proves them against the feed header and a recount of the
      * reassembled history, and only then does what the end of a
      * single-stream load does.
      *
       01  w-partition                    pic x(5) value spaces.
           88  partition-merge            value 'MERGE'.
       01  w-part-run                     pic x value 'N'.
           88  partition-run              value 'Y'.
       01  w-part-num                     pic 9(2) value zeros.
       01  w-part-count                   pic 9(2) value zeros.
       01  w-part-count-x                 pic x(2) value spaces.
       01  w-part-status                  pic x(2) value spaces.
       01  w-part-eof                     pic x value 'N'.
       01  w-part-ctl-seen                pic x value 'N'.
       01  w-name-base                    pic x(12) value spaces.
       01  w-name-out                     pic x(40) value spaces.
       01  w-part-name                    pic x(40) value spaces.
       01  w-extract-name                 pic x(40)
           value "TRADEEXT.DAT".
       01  w-except-name                  pic x(40)
           value "TRANEXC.DAT".
       01  w-reject-name                  pic x(40)
           value "TRANREJ.DAT".
       01  w-fee-name                     pic x(40)
           value "TRANFEE.DAT".
       01  w-brseq-name                   pic x(40)
           value "BRSEQ.DAT".
       01  w-keyassign-name               pic x(40)
           value "KEYASSIGN.TXT".
       01  w-duprpt-name                  pic x(40)
           value "DUPRPT.TXT".
       01  w-checkpoint-name              pic x(40)
           value "CHKPOINT.DAT".
       01  w-pend-name                    pic x(40)
           value "PENDAPPR.DAT".
       01  w-merge-proved                 pic x value 'Y'.
       01  w-recount-eof                  pic x value 'N'.
       01  w-pt-tran-count                pic 9(8) value zeros.
       01  w-pt-tran-total                pic s9(9)v99 value zeros.
       01  w-pt-gl-det-count              pic 9(8) value zeros.
       01  w-pt-gl-dr-total               pic s9(11)v99 value zeros.
       01  w-ppos-table.
           03  w-ppos-entry occurs 200 times.
               05  w-ppos-branch          pic x(4).
               05  w-ppos-ccy             pic x(3).
               05  w-ppos-total           pic s9(9)v99.
       01  w-ppos-count                   pic 9(3) value zeros.
       01  w-ppos-sub                     pic 9(3) value zeros.
       01  w-ppos-hit                     pic 9(3) value zeros.

       COPY RUNLOGWS.

       COPY BUSDTWS.

       COPY JRNLWS.

       COPY RPTFWS.

       COPY PRDWS.

       01  w-nonbus-count             pic 9(8) value zeros.

       procedure division.
           accept w-tran-filename from environment "Y2KSMPL_TRAN_FILE"
               on exception continue
           end-accept
           accept w-partition from environment "Y2KSMPL_PARTITION"
               on exception continue
           end-accept
           move function upper-case(w-partition) to w-partition
           evaluate true
               when w-partition = spaces
                   continue
               when partition-merge
                   accept w-part-count-x from environment
                       "Y2KSMPL_PART_COUNT"
                       on exception continue
                   end-accept
                   if w-part-count-x is numeric
                       move w-part-count-x to w-part-count
                   end-if
               when w-partition(1:2) is numeric
                       and w-partition(3:3) = spaces
                       and w-partition(1:2) not = '00'
                   move 'Y' to w-part-run
                   move w-partition(1:2) to w-part-num
                   perform set-partition-names
               when other
                   move zeros to w-part-count
           end-evaluate
           if (w-partition not = spaces and not partition-run
                   and not partition-merge)
                   or (partition-merge and w-part-count = zeros)
               display "Y2KSMPL_PARTITION " w-partition
                       " NEEDS A PARTITION NUMBER, OR MERGE WITH "
                       "Y2KSMPL_PART_COUNT"
               accept rl-end-date from date yyyymmdd
               accept rl-end-time from time
               move 16 to rl-return-code
               perform write-run-log-entry
               move 16 to return-code
               stop run
           end-if
      *    accept from environment blanks the field when the
      *    variable is unset, so the default literal has to be
      *    restored explicitly here.
           if w-tran-filename = spaces
               if partition-run
                   move 'TRAN' to w-name-base
                   perform build-part-name
                   move w-name-out to w-tran-filename
               else
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           if partition-run
               display "PARTITION " w-part-num ": "
                       function trim(w-extract-name) " INTO "
                       function trim(w-tran-filename)
           end-if
           if partition-merge
               display "PARTITION MERGE OF " w-part-count
                       " PARTITIONS INTO "
                       function trim(w-tran-filename)
           end-if
           accept w-load-mode from environment "Y2KSMPL_LOAD_MODE"
               on exception continue
           display "LOAD MODE: " w-load-mode
           perform load-window-params.
           perform load-branch-master.
           perform load-counterparty-master.
           perform load-daily-rates.
           perform load-fee-schedule.
           perform load-branch-sequences.
           perform load-branch-limits.
           perform load-approval-limit.
           accept w-force-feed from environment
               "Y2KSMPL_FORCE_FEED"
               on exception continue
               move 16 to return-code
               stop run
           end-if
      *    the merge step posts nothing to the history and
      *    touches no pending approvals - it folds and proves
           if partition-merge
               perform merge-partition-loads
           end-if
      *    the pending-approval file is rewritten at the end of the
      *    load - TRAN-APPROVE must not decide into it meanwhile
           move w-pend-name to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               close trade-extract
               perform dequeue-all-datasets
               accept rl-end-date from date yyyymmdd
               accept rl-end-time from time
               move 16 to rl-return-code
               perform write-run-log-entry
               move 16 to return-code
               stop run
           end-if
           perform load-pending-approvals.
      *    a pending file longer than the table would lose what did
      *    not fit when it is written back - nothing posts until
      *    TRAN-APPROVE has cleared it down
           if w-pend-spill = 'Y'
               display "PENDING APPROVALS EXCEED 200 - LOAD STOPPED, "
                       "NOTHING POSTED"
               close trade-extract
               perform dequeue-all-datasets
               accept rl-end-date from date yyyymmdd
               accept rl-end-time from time
               move 16 to rl-return-code
               perform write-run-log-entry
               move 16 to return-code
               stop run
           end-if
           open output keyassign-file.
           open output dup-report.
      *    either way the load itself runs I-O, so amendments can
               open i-o tran
           end-if.
           open output tran-reject.
           open output fee-file.
           if w-first-data-held = 'Y'
               perform process-extract-record
           end-if
                   not at end perform process-extract-record
               end-read
           end-perform.
           perform release-approved-corrections.
           close trade-extract.
           close tran.
           perform rewrite-pending-approvals.
           close tran-reject.
           close fee-file.
           close keyassign-file.
           close dup-report.
           perform verify-feed-trailer.
           perform report-load-balance.
      *    a partition's buckets and counts go to the merge, which
      *    cuts the one hand-off and the one acknowledgment
           if not partition-run
               perform write-gl-postings
               perform write-feed-ack
           end-if.

      *
      * Read and analyze trade history file
           open input tran.
           open output tran-except.
           perform flush-limit-breaches.
           perform flush-closed-refusals.
           perform find-restart-point.

       read-tran-next.
           display "Amount total.....: " w-tran-total
           perform display-currency-totals
      *    the control totals also feed the statistics history so
      *    STAT-TREND can flag a short tran.dat load - a partition's
      *    slice is not the load, so its totals wait for the merge
           if not partition-run
               perform write-load-statistics
           else
               move "Y2KSMPL" to ws-stat-program
               move ws-bus-date to ws-stat-date
               perform write-table-statistics
           end-if
           close tran.
           close tran-except.
           if partition-run
               perform write-partition-results
           else
               perform update-position-master
           end-if.
           accept rl-end-date from date yyyymmdd
           accept rl-end-time from time
      *    an earlier balance or feed-control failure already set
           move rl-return-code to return-code.
           stop run.

       write-load-statistics.
           move "Y2KSMPL" to ws-stat-program
           move ws-bus-date to ws-stat-date
           move "TRAN-COUNT" to ws-stat-name
           move w-tran-count to ws-stat-value
           perform write-stat-history
           move "TRAN-TOTAL" to ws-stat-name
           move w-tran-total to ws-stat-value
           perform write-stat-history
      *    the merge's tables hold folded totals, not a load pass -
      *    each partition has already recorded its own
           if not partition-merge
               perform write-table-statistics
           end-if.

      *
      * How full each in-memory table got this run (HWM-) beside
      * what it holds (CAP-) - TBL-HEADROOM warns off these before
      * a table fills and the load starts spilling. A CAP- value
      * here must move with its OCCURS. Partitions record their
      * own; the headroom report takes the fullest run of a day.
      *
       write-table-statistics.
           move "HWM-BRANCH" to ws-stat-name
           move w-branch-count to ws-stat-value
           perform write-stat-history
           move "CAP-BRANCH" to ws-stat-name
           move 100 to ws-stat-value
           perform write-stat-history
           move "HWM-BRSEQ" to ws-stat-name
           move w-bq-count to ws-stat-value
           perform write-stat-history
           move "CAP-BRSEQ" to ws-stat-name
           move 100 to ws-stat-value
           perform write-stat-history
           move "HWM-RATES" to ws-stat-name
           move w-rates-count to ws-stat-value
           perform write-stat-history
           move "CAP-RATES" to ws-stat-name
           move 50 to ws-stat-value
           perform write-stat-history
           move "HWM-CCY" to ws-stat-name
           move w-ccy-count-used to ws-stat-value
           perform write-stat-history
           move "CAP-CCY" to ws-stat-name
           move 20 to ws-stat-value
           perform write-stat-history
           move "HWM-GLPOST" to ws-stat-name
           move w-gl-count to ws-stat-value
           perform write-stat-history
           move "CAP-GLPOST" to ws-stat-name
           move 300 to ws-stat-value
           perform write-stat-history
           move "HWM-POSITION" to ws-stat-name
           move w-pos-count to ws-stat-value
           perform write-stat-history
           move "CAP-POSITION" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history
           move "HWM-BREACH" to ws-stat-name
           move w-breach-count to ws-stat-value
           perform write-stat-history
           move "CAP-BREACH" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history
           move "HWM-FEE" to ws-stat-name
           move w-fee-count to ws-stat-value
           perform write-stat-history
           move "CAP-FEE" to ws-stat-name
           move 100 to ws-stat-value
           perform write-stat-history
           move "HWM-CPTY" to ws-stat-name
           move w-cpty-count to ws-stat-value
           perform write-stat-history
           move "CAP-CPTY" to ws-stat-name
           move 500 to ws-stat-value
           perform write-stat-history
           move "HWM-PENDAPPR" to ws-stat-name
           move w-pend-count to ws-stat-value
           perform write-stat-history
           move "CAP-PENDAPPR" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history
           move "HWM-CLOSED" to ws-stat-name
           move w-closed-held to ws-stat-value
           perform write-stat-history
           move "CAP-CLOSED" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history
           move "HWM-BACKVAL" to ws-stat-name
           move w-bv-count to ws-stat-value
           perform write-stat-history
           move "CAP-BACKVAL" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history
           move "HWM-BHIST" to ws-stat-name
           move w-bh-count to ws-stat-value
           perform write-stat-history
           move "CAP-BHIST" to ws-stat-name
           move 2000 to ws-stat-value
           perform write-stat-history
           move "HWM-PARTPOS" to ws-stat-name
           move w-ppos-count to ws-stat-value
           perform write-stat-history
           move "CAP-PARTPOS" to ws-stat-name
           move 200 to ws-stat-value
           perform write-stat-history.

      *
      * The extract's first record, read ahead of everything else:
      * a HDR generation header is judged on the spot (setting
           perform validate-extract-record
           if extract-rec-valid
               perform resolve-settle-date
      *        nothing dated in a closed month posts - new, amended
      *        to, or reversing
               move w-ext-date-8 to ws-prd-date
               perform check-period-closed
               evaluate true
                   when ws-prd-closed = 'Y'
                       perform refuse-closed-period
                   when ext-action = 'A'
                       perform amend-one-trade
                   when ext-action = 'R'
                       perform reverse-one-trade
                   when other
                       perform load-one-trade
      * overrides, for the day the first load half-died); an
      * out-of-order generation loads only with a warning and the
      * operator's acknowledgment (Y2KSMPL_ACK_OOO=Y), recorded
      * in the feed control. Generations are judged within the
      * header's source only, and a source the registry does not
      * know is refused outright - no force overrides that.
      *
       process-feed-header.
           move 'Y' to w-have-header
           move hdr-feed-date to w-hdr-feed-date
           move hdr-source to w-hdr-source
           if w-hdr-source = spaces
               move 'DESK' to w-hdr-source
           end-if
           perform look-up-feed-source
           if hdr-gen is numeric
               move hdr-gen to w-hdr-gen
           end-if
           move 'LOADED' to w-feed-status-out
           perform scan-consumed-generations
           evaluate true
               when w-src-known not = 'Y'
                   display "FEED SOURCE " w-hdr-source
                           " NOT IN FEEDSRC.CTL - LOAD REFUSED"
                   move 'Y' to w-feed-refused
                   move 'UNKNOWN SOURCE' to w-refuse-reason
               when w-gen-consumed = 'Y'
                       and w-force-feed not = 'Y'
                   display "FEED GENERATION " w-hdr-gen
                           " OUT OF ORDER - LOADED WITH "
                           "ACKNOWLEDGMENT"
                   move 'OOO-ACK' to w-feed-status-out
           end-evaluate
           display "FEED SOURCE " w-hdr-source " FORMAT "
                   w-src-format " GENERATION " w-hdr-gen.

      *
      * The source's registry line - its format for the run log,
      * and where its acknowledgments go (FEEDACK.<source>.TXT
      * unless the registry names a file).
      *
       look-up-feed-source.
           move 'N' to w-src-known
           move spaces to w-src-format
           move spaces to w-ack-name
           move 'N' to w-feed-src-eof
           open input feed-src
           if w-feed-src-status = "00"
               perform until feed-src-eof
                   read feed-src
                       at end move 'Y' to w-feed-src-eof
                       not at end
                           if fs-source = w-hdr-source
                               move 'Y' to w-src-known
                               move fs-format to w-src-format
                               move fs-ack-file to w-ack-name
                           end-if
                   end-read
               end-perform
               close feed-src
           end-if
           if w-ack-name = spaces
               string 'FEEDACK.' delimited by size
                   w-hdr-source delimited by space
                   '.TXT' delimited by size
                   into w-ack-name
           end-if.

       scan-consumed-generations.
           move 'N' to w-gen-consumed
                   read feed-ctl
                       at end move 'Y' to w-feed-ctl-eof
                       not at end
                           move fc-source to w-fc-source
                           if w-fc-source = spaces
                               move 'DESK' to w-fc-source
                           end-if
                           if w-fc-source = w-hdr-source
                               if fc-feed-date = w-hdr-feed-date
                                       and fc-gen = w-hdr-gen
                                   move 'Y' to w-gen-consumed
                               end-if
                               if fc-gen > w-high-gen
                                   move fc-gen to w-high-gen
                               end-if
                           end-if
                   end-read
               end-perform
                           " BUT " w-data-amount " READ"
                   move 16 to rl-return-code
               end-if
      *        a partition's slice is not the generation - the
      *        merge records it once every partition is proved
               if not partition-run and not partition-merge
                   perform record-consumed-generation
               end-if
           else
               display "NO GENERATION HEADER ON FEED - "
                       "DUPLICATE PROTECTION NOT IN FORCE"
               move spaces to feed-ack-record
               move w-hdr-feed-date to ack-feed-date
               move w-hdr-gen to ack-gen
               move w-hdr-source to ack-source
               move w-read-count to ack-read
               move w-loaded-count to ack-loaded
               move w-reject-count to ack-rejected
           move w-hdr-feed-date to fc-feed-date
           move w-hdr-gen to fc-gen
           move w-feed-status-out to fc-status
           move w-hdr-source to fc-source
           write feed-ctl-record
           close feed-ctl.

               move w-assign-seq to ext-seq
               move 'Y' to w-assigned
           end-if
           move spaces         to tran-post
           move ext-key        to tran-key
           move w-ext-date-8   to tran-trade-date
           move ext-amount     to tran-amount
           move spaces         to tran-orig-key
           move ext-currency   to tran-currency
           move w-settle-date-8 to tran-settle-date
           move ext-cpty       to tran-cpty
      *    every new trade starts pending until the custodian's
      *    confirmation is matched to it (SETL-MATCH)
           move 'P'            to tran-settle-status
           move zeros          to tran-settled-amt
           perform price-trade-fee
           move w-fee-new      to tran-fee-amt
           write tran-post
               invalid key
                   if w-assigned = 'Y'

       journal-new-trade.
           move 'WRT' to ws-jrnl-action
           move tran-post(1:80) to ws-jrnl-after
           perform write-tran-journal.

       tally-new-trade-posting.
           move ext-currency to w-gl-ccy-in
           move 'N' to w-gl-act-in
           move ext-amount to w-gl-amount-in
           perform tally-gl-posting
           move 'N' to w-fee-action
           move zeros to w-fee-old
           perform post-trade-fee
           move ext-key to w-bv-in-key
           move ext-branch to w-bv-in-branch
           move ext-currency to w-bv-in-ccy
           move w-ext-date-8 to w-bv-in-date
           move ext-amount to w-bv-in-amount
           perform note-back-value.

      *
      * A trade the regulator has already seen (or is looking at)
      * goes back on the next regulatory report as an amendment;
      * one it rejected is now corrected and goes back for another
      * try (see REG-RPT). Unreported trades simply report as they
      * now stand.
      *
       mark-report-amended.
           evaluate tran-rpt-status
               when 'R'
               when 'S'
                   move 'A' to tran-rpt-status
               when 'E'
                   move 'C' to tran-rpt-status
           end-evaluate.

      *
      * Every duplicate goes to the report with both versions; what
      * happens next is the selected policy's business.
      *
       handle-duplicate-key.
                           tran-key
               not invalid key
                   perform write-dup-report-line
                   move tran-post(1:80) to ws-jrnl-before
                   move tran-trade-date to ws-prd-date
                   perform check-period-closed
                   evaluate true
      *                replacing or removing a closed month's trade
      *                is a change like any other
                       when ws-prd-closed = 'Y'
                               and (dup-keep-latest
                               or dup-reject-both)
                           perform refuse-closed-period
                           move spaces to ws-jrnl-before
                       when dup-keep-latest
      *                    the re-send replaces the amount on file -
      *                    the ledger sees the difference, the way
      *                    an amendment posts
                           move tran-amount    to w-old-amount
                           move zeros          to w-fee-old
                           if tran-fee-amt is numeric
                               move tran-fee-amt to w-fee-old
                           end-if
                           move tran-trade-date to w-bv-old-date
                           move tran-currency  to w-bv-old-ccy
                           move w-ext-date-8   to tran-trade-date
                           move ext-amount     to tran-amount
                           move spaces         to tran-orig-key
                           move ext-currency   to tran-currency
                           move w-settle-date-8
                               to tran-settle-date
                           move ext-cpty       to tran-cpty
                           move 'P' to tran-settle-status
                           move zeros to tran-settled-amt
                           perform price-trade-fee
                           move w-fee-new      to tran-fee-amt
                           perform mark-report-amended
                           rewrite tran-post
                           add 1 to w-dup-replaced
                           move 'REW' to ws-jrnl-action
                           move tran-post(1:80)
                               to ws-jrnl-after
                           perform write-tran-journal
                           move ext-branch to w-gl-branch-in
                           compute w-gl-amount-in =
                               ext-amount - w-old-amount
                           perform tally-gl-posting
                           move 'A' to w-fee-action
                           perform post-trade-fee
                           perform note-amend-back-value
                       when dup-reject-both
                           delete tran
                               invalid key continue
                   perform fail-field-amend-target
                   perform reject-one-trade
               not invalid key
      *            a large correction waits for a second
      *            operator - judged on the larger of the amount
      *            on file and the amount it would become
                   if tran-amount < 0
                       compute w-appr-judged = zero - tran-amount
                   else
                       move tran-amount to w-appr-judged
                   end-if
                   if ext-amount < 0
                           and zero - ext-amount > w-appr-judged
                       compute w-appr-judged = zero - ext-amount
                   end-if
                   if ext-amount > w-appr-judged
                       move ext-amount to w-appr-judged
                   end-if
                   perform check-approval-hold
      *            the trade being amended may itself sit in a
      *            closed month even when the new date does not
                   move tran-trade-date to ws-prd-date
                   perform check-period-closed
                   evaluate true
                       when ws-prd-closed = 'Y'
                           perform refuse-closed-period
                       when w-hold-it = 'Y'
                           perform hold-for-approval
                       when other
                           move tran-amount    to w-old-amount
                           move zeros          to w-fee-old
                           if tran-fee-amt is numeric
                               move tran-fee-amt to w-fee-old
                           end-if
                           move tran-post(1:80) to ws-jrnl-before
                           move tran-trade-date to w-bv-old-date
                           move tran-currency  to w-bv-old-ccy
                           move w-ext-date-8   to tran-trade-date
                           move ext-amount     to tran-amount
                           move spaces         to tran-orig-key
                           move ext-currency   to tran-currency
                           move w-settle-date-8 to tran-settle-date
                           move ext-cpty       to tran-cpty
                           move 'P'            to tran-settle-status
                           move zeros          to tran-settled-amt
      *                    the amendment reprices - the charge moves
      *                    by the difference, the way the ledger sees
      *                    the amount
                           perform price-trade-fee
                           move w-fee-new      to tran-fee-amt
                           perform mark-report-amended
                           rewrite tran-post
                           add 1 to w-amend-count
                           move 'REW' to ws-jrnl-action
                           move tran-post(1:80) to ws-jrnl-after
                           perform write-tran-journal
                           move ext-branch to w-gl-branch-in
                           move ext-currency to w-gl-ccy-in
                           move 'A' to w-gl-act-in
                           compute w-gl-amount-in =
                               ext-amount - w-old-amount
                           perform tally-gl-posting
                           move 'A' to w-fee-action
                           perform post-trade-fee
                           perform note-amend-back-value
                   end-evaluate
           end-read.

      *
                   perform fail-field-reverse-target
                   perform reject-one-trade
               not invalid key
      *            judged on the amount being reversed
                   if tran-amount < 0
                       compute w-appr-judged = zero - tran-amount
                   else
                       move tran-amount to w-appr-judged
                   end-if
                   perform check-approval-hold
                   if w-hold-it = 'Y'
                       perform hold-for-approval
                   else
                       compute w-rev-amount = zero - tran-amount
      *                the commission comes back as charged - never
      *                repriced off today's schedule
                       move zeros          to w-fee-new
                       if tran-fee-amt is numeric
                           compute w-fee-new = zero - tran-fee-amt
                       end-if
                       move ext-key        to tran-key
                       move w-ext-date-8   to tran-trade-date
                       move w-rev-amount   to tran-amount
                       move ext-orig-key   to tran-orig-key
                       move w-settle-date-8 to tran-settle-date
      *                the reversal posts in the original's currency
      *                and against the original's counterparty, and
      *                settles on its own
                       move 'P'            to tran-settle-status
                       move zeros          to tran-settled-amt
                       move w-fee-new      to tran-fee-amt
      *                a new trade to the regulator - the original's
      *                reporting state does not carry over
                       move space          to tran-rpt-status
                       write tran-post
                           invalid key
                               add 1 to w-dup-count
                               display "DUPLICATE TRAN KEY SKIPPED: "
                                       tran-key
                           not invalid key
                               add 1 to w-reverse-count
                               perform journal-new-trade
                               move tran-branch to w-gl-branch-in
                               move tran-currency to w-gl-ccy-in
                               move 'R' to w-gl-act-in
                               move w-rev-amount to w-gl-amount-in
                               perform tally-gl-posting
                               move 'R' to w-fee-action
                               move zeros to w-fee-old
                               perform post-trade-fee
                               move tran-key to w-bv-in-key
                               move tran-branch to w-bv-in-branch
                               move tran-currency to w-bv-in-ccy
                               move w-ext-date-8 to w-bv-in-date
                               move w-rev-amount to w-bv-in-amount
                               perform note-back-value
                       end-write
                   end-if
           end-read.

       fail-field-amend-target.
           string 'RVNF ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

      *
      * Maker-checker: with a threshold in force, a correction
      * judged over it is held rather than applied - unless it is
      * an approved one being released, which has had its second
      * pair of eyes.
      *
       check-approval-hold.
           move 'N' to w-hold-it
           if w-appr-in-force = 'Y'
                   and w-appr-release not = 'Y'
                   and w-appr-judged > w-appr-limit
               move 'Y' to w-hold-it
           end-if.

       hold-for-approval.
           if w-pend-count >= 200
               perform fail-field-pend-full
               perform reject-one-trade
           else
               move spaces to pend-record
               move 'P' to pa-state
               move ws-bus-date to pa-held-date
               move w-submitter to pa-submitter
               move w-ext-date-8 to pa-ext-date-8
               move w-settle-date-8 to pa-settle-date-8
               move w-appr-judged to pa-judged-amt
               move extract-record to pa-extract
               add 1 to w-pend-count
               move pend-record to w-pa-image(w-pend-count)
               add 1 to w-held-count
               display "HELD FOR APPROVAL: " ext-key
                       " ACTION " ext-action " " w-appr-judged
           end-if.

      *
      * A change dated in a closed period is refused outright and
      * queued for review - finance reopens the month through
      * PERIOD-CLOSE if it really must post.
      *
       refuse-closed-period.
           move 'Y' to w-closed-refused
           add 1 to w-closed-count
           display "CLOSED PERIOD REFUSED: " ext-key
                   " ACTION " ext-action " DATE " ws-prd-date
           if w-closed-held < 200
               add 1 to w-closed-held
               move ext-key to w-cls-key(w-closed-held)
               move ws-prd-date to w-cls-date(w-closed-held)
               move ext-amount to w-cls-amount(w-closed-held)
               evaluate true
                   when w-appr-release = 'Y'
                       move 'APR' to w-cls-tag(w-closed-held)
                   when ext-action = 'A'
                       move 'AMD' to w-cls-tag(w-closed-held)
                   when ext-action = 'R'
                       move 'REV' to w-cls-tag(w-closed-held)
                   when other
                       move 'NEW' to w-cls-tag(w-closed-held)
               end-evaluate
           else
               move 'Y' to w-closed-spill
           end-if.

       fail-field-pend-full.
           move 'N' to w-rec-valid
           string 'PAFULL ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

      *
      * Approved corrections post through the same amend and
      * reverse paths as the feed's own, so they journal (under
      * the approver's id), price, and reach the ledger exactly as
      * a normal load would.
      *
       release-approved-corrections.
           perform varying w-pa-sub from 1 by 1
                   until w-pa-sub > w-pend-count
               move w-pa-image(w-pa-sub) to pend-record
               if pa-state = 'A'
                   perform release-one-correction
               end-if
           end-perform
           move spaces to ws-jrnl-user
           move 'N' to w-appr-release.

       release-one-correction.
           move pa-extract to extract-record
           move pa-ext-date-8 to w-ext-date-8
           move pa-settle-date-8 to w-settle-date-8
           move 'Y' to w-appr-release
           move pa-decider to ws-jrnl-user
           move 'Y' to w-rec-valid
           move spaces to w-rej-reasons
           move 1 to w-reason-ptr
           display "RELEASING APPROVED: " ext-key
                   " ACTION " ext-action " APPROVER " pa-decider
           move 'N' to w-closed-refused
           move w-ext-date-8 to ws-prd-date
           perform check-period-closed
           evaluate true
               when ws-prd-closed = 'Y'
                   perform refuse-closed-period
               when ext-action = 'A'
                   perform amend-one-trade
               when ext-action = 'R'
                   perform reverse-one-trade
           end-evaluate
           add 1 to w-release-count
      *    an approval refused by a closed month stays approved -
      *    it posts on the first load after the month reopens
           if w-closed-refused not = 'Y'
               move 'X' to pa-state
               move ws-bus-date to pa-posted-date
               move pend-record to w-pa-image(w-pa-sub)
           end-if.

      *
      * The pending file is read whole into core at the start of
      * the load and written back at the end - decided entries
      * from an earlier business date drop off then.
      *
       load-pending-approvals.
           move 'N' to w-pend-eof
           accept w-submitter from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-submitter = spaces
               move 'OPERATOR' to w-submitter
           end-if
           open input pend-appr
           if w-pend-status = "00"
               perform until pend-eof
                   read pend-appr
                       at end move 'Y' to w-pend-eof
                       not at end
                           perform hold-pending-entry
                   end-read
               end-perform
               close pend-appr
           end-if.

       hold-pending-entry.
           evaluate true
               when pa-state = 'X'
                       and pa-posted-date < ws-bus-date
                   add 1 to w-pend-dropped
               when pa-state = 'D'
                       and pa-decided-date < ws-bus-date
                   add 1 to w-pend-dropped
               when w-pend-count >= 200
                   display "PENDING APPROVALS FULL AT: "
                           pa-extract(1:10)
                   move 'Y' to w-pend-spill
               when other
                   add 1 to w-pend-count
                   move pend-record to w-pa-image(w-pend-count)
           end-evaluate.

       rewrite-pending-approvals.
           open output pend-appr
           perform varying w-pa-sub from 1 by 1
                   until w-pa-sub > w-pend-count
               move w-pa-image(w-pa-sub) to pend-record
               write pend-record
           end-perform
           close pend-appr.

      *
      * Field-by-field checks ahead of the WRITE - the old load
      * moved the extract fields straight in and bad data loaded
           end-if
           if branch-master-loaded and ext-branch not = spaces
               perform check-branch-master
           end-if
           if cpty-master-loaded
               if ext-cpty = spaces
                   if ext-action not = 'R'
                       perform fail-field-blank-cpty
                   end-if
               else
                   perform check-cpty-master
               end-if
           end-if.

       expand-extract-date.
           move 0 to w-sd-added
           move 0 to w-sd-tries
      *    roll forward one day at a time, counting only days the
      *    shop calendar and the trade currency's market both call
      *    business days; the try ceiling guards against a
      *    calendar gone mad
           move ext-currency to ws-cal-ccy
           if ws-cal-ccy = spaces
               move w-base-currency to ws-cal-ccy
           end-if
           perform until w-sd-added >= 2 or w-sd-tries > 10
               add 1 to w-sd-tries
               move 'A' to w-dcalc-func
                       add 1 to w-sd-added
                   end-if
               end-if
           end-perform
      *    the trade-date check asks the shop calendar alone
           move spaces to ws-cal-ccy.

       fail-field-action.
           move 'N' to w-rec-valid
           string 'BRCLS ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

      *
      * The counterparty gets the branch treatment - a code the
      * master has never heard of, or one operations has closed,
      * keeps the trade out of the history.
      *
       check-cpty-master.
           move 0 to w-cp-hit
           perform varying w-cp-sub from 1 by 1
                   until w-cp-sub > w-cpty-count
               if w-cp-code(w-cp-sub) = ext-cpty
                   move w-cp-sub to w-cp-hit
               end-if
           end-perform
           evaluate true
               when w-cp-hit = 0
                   perform fail-field-cpty-unknown
               when w-cp-stat(w-cp-hit) not = 'A'
                   perform fail-field-cpty-closed
           end-evaluate.

       fail-field-cpty-unknown.
           move 'N' to w-rec-valid
           string 'CPUNK ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

       fail-field-cpty-closed.
           move 'N' to w-rec-valid
           string 'CPCLS ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

       fail-field-blank-cpty.
           move 'N' to w-rec-valid
           string 'CPTY ' delimited by size
               into w-rej-reasons with pointer w-reason-ptr.

       fail-field-blank-branch.
           move 'N' to w-rec-valid
           string 'BRNCH ' delimited by size
           move ext-amount-x to rej-amount
           move w-rej-reasons to rej-reasons
           move ext-action to rej-action
           move ext-cpty to rej-cpty
           write reject-record.

      *
           if w-dup-both-out > 0
               display "Dup pairs for review: " w-dup-both-out
           end-if
           if w-held-count > 0
               display "Held for approval...: " w-held-count
           end-if
           if w-release-count > 0
               display "Approved, released..: " w-release-count
           end-if
           if w-closed-count > 0
               display "Closed period.......: " w-closed-count
           end-if
           if w-fee-lines > 0
               display "Fee lines (TRANFEE).: " w-fee-lines
               display "Fees charged........: " w-fee-total
           end-if
           compute w-balance-count =
               w-loaded-count + w-amend-count + w-reverse-count
               + w-reject-count + w-dup-count + w-dup-replaced
               + w-held-count - w-release-count + w-closed-count
           if w-balance-count not = w-read-count
               display "*** LOAD BALANCE MISMATCH ***"
               move 16 to rl-return-code
           evaluate w-gl-act(w-gl-sub)
               when 'A' move 'AMD' to gl-action
               when 'R' move 'REV' to gl-action
               when 'F' move 'FEE' to gl-action
               when other move 'NEW' to gl-action
           end-evaluate
           move 'DR' to gl-drcr
           if w-gl-act(w-gl-sub) = 'F'
               move 'FEERECV' to gl-account
           else
               move 'TRADING' to gl-account
           end-if
           move w-gl-amt(w-gl-sub) to gl-amount
           write gl-post-record
           add 1 to w-gl-det-count
           add w-gl-amt(w-gl-sub) to w-gl-dr-total
           move 'CR' to gl-drcr
           if w-gl-act(w-gl-sub) = 'F'
               move 'FEEINCOM' to gl-account
           else
               move 'CLEARING' to gl-account
           end-if
           write gl-post-record
           add 1 to w-gl-det-count.

      *
      * Price the trade in the record area against the commission
      * schedule - the absolute amount times the best tier's rate,
      * held between the tier's floor and ceiling. No schedule, or
      * no line for the branch and currency, charges nothing.
      *
       price-trade-fee.
           move zeros to w-fee-new
           move tran-currency to w-fee-ccy
           if w-fee-ccy = spaces
               move w-base-currency to w-fee-ccy
           end-if
           if tran-amount < 0
               compute w-fee-abs = zero - tran-amount
           else
               move tran-amount to w-fee-abs
           end-if
           move 0 to w-fs-hit
           move 0 to w-fs-best-score
           move 9999999.99 to w-fs-best-bound
           perform varying w-fs-sub from 1 by 1
                   until w-fs-sub > w-fee-count
               if (w-fs-branch(w-fs-sub) = tran-branch
                       or w-fs-branch(w-fs-sub) = '****')
                   and (w-fs-ccy(w-fs-sub) = w-fee-ccy
                       or w-fs-ccy(w-fs-sub) = '***')
                   move 1 to w-fs-score
                   if w-fs-branch(w-fs-sub) = tran-branch
                       add 2 to w-fs-score
                   end-if
                   if w-fs-ccy(w-fs-sub) = w-fee-ccy
                       add 1 to w-fs-score
                   end-if
                   move w-fs-upto(w-fs-sub) to w-fs-bound
                   if w-fs-bound = zero
                       move 9999999.99 to w-fs-bound
                   end-if
                   if w-fee-abs <= w-fs-bound
                       if w-fs-score > w-fs-best-score
                               or (w-fs-score = w-fs-best-score
                               and w-fs-bound < w-fs-best-bound)
                           move w-fs-sub to w-fs-hit
                           move w-fs-score to w-fs-best-score
                           move w-fs-bound to w-fs-best-bound
                       end-if
                   end-if
               end-if
           end-perform
           if w-fs-hit > 0
               compute w-fee-new rounded =
                   w-fee-abs * w-fs-rate(w-fs-hit)
               if w-fee-new < w-fs-min(w-fs-hit)
                   move w-fs-min(w-fs-hit) to w-fee-new
               end-if
               if w-fs-max(w-fs-hit) > zero
                       and w-fee-new > w-fs-max(w-fs-hit)
                   move w-fs-max(w-fs-hit) to w-fee-new
               end-if
           end-if.

      *
      * The change in charge against what the trade carried before
      * (zero for a new trade or a reversal) goes to the fee file
      * and to the ledger as its own FEE pair.
      *
       post-trade-fee.
           compute w-fee-delta = tran-fee-amt - w-fee-old
           if w-fee-delta not = zero
               move spaces to fee-record
               move tran-key to fe-key
               move tran-trade-date to fe-trade-date
               move tran-currency to fe-currency
               move w-fee-action to fe-action
               move tran-amount to fe-trade-amount
               move w-fee-delta to fe-fee
               write fee-record
               add 1 to w-fee-lines
               add w-fee-delta to w-fee-total
               move tran-branch to w-gl-branch-in
               move tran-currency to w-gl-ccy-in
               move 'F' to w-gl-act-in
               move w-fee-delta to w-gl-amount-in
               perform tally-gl-posting
           end-if.

      *
      * The schedule is optional the way the rates are - without
      * it the load charges nothing and says so.
      *
       load-fee-schedule.
           move 'N' to w-fee-sched-eof
           open input fee-sched.
           if w-fee-sched-status = "00"
               perform until fee-sched-eof
                   read fee-sched
                       at end move 'Y' to w-fee-sched-eof
                       not at end
                           if fs-branch not = spaces
                                   and w-fee-count < 100
                               perform hold-one-fee-tier
                           end-if
                   end-read
               end-perform
               close fee-sched
               display "FEE SCHEDULE TIERS LOADED: " w-fee-count
           else
               display "NO FEESCHED.CTL - NO FEES CHARGED"
           end-if.

       hold-one-fee-tier.
           add 1 to w-fee-count
           move fs-branch to w-fs-branch(w-fee-count)
           move fs-currency to w-fs-ccy(w-fee-count)
           move zeros to w-fs-upto(w-fee-count)
           move zeros to w-fs-rate(w-fee-count)
           move zeros to w-fs-min(w-fee-count)
           move zeros to w-fs-max(w-fee-count)
           if fs-upto not = spaces
               compute w-fs-upto(w-fee-count) =
                   function numval(fs-upto)
           end-if
           if fs-rate not = spaces
               compute w-fs-rate(w-fee-count) =
                   function numval(fs-rate)
           end-if
           if fs-min not = spaces
               compute w-fs-min(w-fee-count) =
                   function numval(fs-min)
           end-if
           if fs-max not = spaces
               compute w-fs-max(w-fee-count) =
                   function numval(fs-max)
           end-if.

      *
      * The day's rates, keyed on the processing (business) date -
      * the rate date is logged so the base-equivalent total can
                       at end move 'Y' to w-rates-eof
                       not at end
                           if rt-date = ws-bus-date
                                   and w-rates-count < 50
                               add 1 to w-rates-count
                               move rt-currency
                                   to w-rt-ccy(w-rates-count)
               end-if
               display "Positions posted.: " w-pos-count
                       " (BRBAL.DAT, " w-pos-bus-date ")"
               perform restate-position-history
           end-if.

       sum-back-value-adjust.
           move zeros to w-bv-adjust
           perform varying w-bv-sub from 1 by 1
                   until w-bv-sub > w-bv-count
               if w-bv-branch(w-bv-sub) = w-pos-branch(w-pos-sub)
                       and w-bv-ccy(w-bv-sub) = w-pos-ccy(w-pos-sub)
                   add w-bv-amount(w-bv-sub) to w-bv-adjust
               end-if
           end-perform.

      *
      * A posting dated before the business date is back-valued -
      * in a MERGE load only, since a REBUILD re-sends the whole
      * history and cannot tell a late trade from an old one.
      *
       note-back-value.
           if w-bv-in-ccy = spaces
               move w-base-currency to w-bv-in-ccy
           end-if
           if merge-load
                   and w-bv-in-date < ws-bus-date
                   and w-bv-in-amount not = zero
               if w-bv-count < 200
                   add 1 to w-bv-count
                   move w-bv-in-key to w-bv-key(w-bv-count)
                   move w-bv-in-branch to w-bv-branch(w-bv-count)
                   move w-bv-in-ccy to w-bv-ccy(w-bv-count)
                   move w-bv-in-date to w-bv-date(w-bv-count)
                   move w-bv-in-amount to w-bv-amount(w-bv-count)
                   add w-bv-in-amount to w-bv-total
                   perform count-days-late
                   display "BACK-VALUED: " w-bv-in-key
                           " DATED " w-bv-in-date " "
                           w-bv-late(w-bv-count)
                           " BUSINESS DAYS LATE"
               else
                   move 'Y' to w-bv-spill
               end-if
           end-if.

      *
      * The amount leaves the old trade date and arrives at the
      * new one - either side may be back-valued.
      *
       note-amend-back-value.
           move tran-key to w-bv-in-key
           move tran-branch to w-bv-in-branch
           move w-bv-old-ccy to w-bv-in-ccy
           move w-bv-old-date to w-bv-in-date
           compute w-bv-in-amount = zero - w-old-amount
           perform note-back-value
           move tran-key to w-bv-in-key
           move tran-branch to w-bv-in-branch
           move ext-currency to w-bv-in-ccy
           move w-ext-date-8 to w-bv-in-date
           move ext-amount to w-bv-in-amount
           perform note-back-value.

      *
      * Business days between the trade date and the business
      * date, against the shop calendar; the try ceiling guards a
      * trade date from another century.
      *
       count-days-late.
           move w-bv-in-date to w-bv-step-date
           move 0 to w-bh-days
           move 0 to w-bv-tries
           perform until w-bv-step-date >= ws-bus-date
                   or w-bv-tries > 400
               add 1 to w-bv-tries
               move 'A' to w-dcalc-func
               move +1 to w-bv-step-days
               move spaces to w-dcalc-status
               call 'Y2KDCALC' using w-dcalc-func,
                       w-bv-step-date, omitted, w-bv-step-days,
                       omitted, w-dcalc-status
               if w-dcalc-status not = '00'
                   move 401 to w-bv-tries
               else
                   move w-bv-step-date to ws-cal-date
                   perform check-business-day
                   if ws-cal-business = 'Y'
                       add 1 to w-bh-days
                   end-if
               end-if
           end-perform
           move w-bh-days to w-bv-late(w-bv-count).

      *
      * The position history gains today's lines (a same-day rerun
      * replaces its own), and the lines a back-valued posting
      * missed are restated from its trade date forward - every
      * changed closing reported before and after in BVADJ.TXT.
      *
       restate-position-history.
           if w-bv-count > 0
               perform load-touched-history
           end-if
           perform report-back-values
           perform rewrite-position-history
           if w-bv-count > 0
               display "Back-valued......: " w-bv-count
                       " (BVADJ.TXT)"
           end-if
           if w-bv-spill = 'Y' or w-bh-spill = 'Y'
               display "BACK-VALUE TABLES EXHAUSTED - "
                       "RESTATEMENT INCOMPLETE"
               if rl-return-code < 8
                   move 8 to rl-return-code
               end-if
           end-if.

       load-touched-history.
           move 'N' to w-bhist-eof
           open input brbal-hist
           if w-bhist-status = '00'
               perform until w-bhist-eof = 'Y'
                   read brbal-hist
                       at end move 'Y' to w-bhist-eof
                       not at end perform hold-touched-line
                   end-read
               end-perform
               close brbal-hist
           end-if.

       hold-touched-line.
           move 'N' to w-bh-keep-line
           if bh-bus-date < ws-bus-date
               perform varying w-bv-sub from 1 by 1
                       until w-bv-sub > w-bv-count
                   if w-bv-branch(w-bv-sub) = bh-branch
                           and w-bv-ccy(w-bv-sub) = bh-currency
                           and w-bv-date(w-bv-sub) <= bh-bus-date
                       move 'Y' to w-bh-keep-line
                   end-if
               end-perform
           end-if
           if w-bh-keep-line = 'Y'
               if w-bh-count < 2000
                   add 1 to w-bh-count
                   move bh-branch to w-bh-branch(w-bh-count)
                   move bh-currency to w-bh-ccy(w-bh-count)
                   move bh-bus-date to w-bh-date(w-bh-count)
                   move bh-opening to w-bh-opening(w-bh-count)
                   move bh-closing to w-bh-closing(w-bh-count)
                   move 'N' to w-bh-touched(w-bh-count)
               else
                   move 'Y' to w-bh-spill
               end-if
           end-if.

       report-back-values.
           open output report-file
           if w-bvrpt-status not = '00'
               display "CANNOT OPEN BVADJ.TXT - STATUS "
                       w-bvrpt-status
               if rl-return-code < 8
                   move 8 to rl-return-code
               end-if
           else
               move 'BVADJ' to ws-rpt-id
               move 'Y2KSMPL' to ws-rpt-program
               move ws-bus-date to ws-rpt-bus-date
               perform start-standard-report
               move 'BACK-VALUE ADJUSTMENT REPORT' to report-line
               perform spool-report-line
           end-if
           if w-bv-count = 0 and w-bvrpt-status = '00'
               move 'NO BACK-VALUED TRADES' to report-line
               perform spool-report-line
           end-if
           perform varying w-bv-sub from 1 by 1
                   until w-bv-sub > w-bv-count
               perform restate-one-back-value
           end-perform
           if w-bvrpt-status = '00'
               if w-bv-spill = 'Y' or w-bh-spill = 'Y'
                   move '*** TABLES EXHAUSTED - RESTATEMENT '
                       to report-line
                   move 'INCOMPLETE ***' to report-line(36:14)
                   perform spool-report-line
               end-if
               move w-bv-count to ws-rpt-ctl-count
               move w-bv-total to ws-rpt-ctl-amount
               perform end-standard-report
               close report-file
           end-if.

      *
      * Postings apply in the order they loaded, so each one's
      * before is the previous one's after.
      *
       restate-one-back-value.
           move spaces to w-bv-rpt-line
           move 'TRADE ' to w-br-tag
           move w-bv-key(w-bv-sub) to w-br-key
           move w-bv-branch(w-bv-sub) to w-br-branch
           move w-bv-ccy(w-bv-sub) to w-br-ccy
           move w-bv-date(w-bv-sub) to w-br-date
           move w-bv-amount(w-bv-sub) to w-br-amount
           move w-bv-late(w-bv-sub) to w-br-late
           move ' DATED ' to w-bv-rpt-line(25:7)
           move ' AMOUNT ' to w-bv-rpt-line(40:8)
           move ' BUSINESS DAYS LATE' to w-bv-rpt-line(65:19)
           if w-bvrpt-status = '00'
               move w-bv-rpt-line to report-line
               perform spool-report-line
           end-if
           move 0 to w-bh-hit
           perform varying w-bh-sub from 1 by 1
                   until w-bh-sub > w-bh-count
               if w-bh-branch(w-bh-sub) = w-bv-branch(w-bv-sub)
                       and w-bh-ccy(w-bh-sub) = w-bv-ccy(w-bv-sub)
                       and w-bh-date(w-bh-sub)
                       >= w-bv-date(w-bv-sub)
                   perform restate-one-day
               end-if
           end-perform
           if w-bh-hit = 0 and w-bvrpt-status = '00'
               move '        NO POSITION HISTORY FROM THE TRADE DATE'
                   to report-line
               perform spool-report-line
           end-if.

       restate-one-day.
           add 1 to w-bh-hit
           move w-bh-closing(w-bh-sub) to w-bh-before
           add w-bv-amount(w-bv-sub) to w-bh-closing(w-bh-sub)
           if w-bh-date(w-bh-sub) > w-bv-date(w-bv-sub)
               add w-bv-amount(w-bv-sub) to w-bh-opening(w-bh-sub)
           end-if
           move 'Y' to w-bh-touched(w-bh-sub)
           move w-bh-date(w-bh-sub) to w-bd-date
           move w-bh-before to w-bd-before
           move w-bh-closing(w-bh-sub) to w-bd-after
           if w-bvrpt-status = '00'
               move w-bv-day-line to report-line
               perform spool-report-line
           end-if.

      *
      * Two-pass rewrite through BRBALHST.KEEP, the exception
      * queue's discipline - a crash mid-run leaves the prior
      * history intact.
      *
       rewrite-position-history.
           open output brbal-keep
           move 'N' to w-bhist-eof
           open input brbal-hist
           if w-bhist-status = '00'
               perform until w-bhist-eof = 'Y'
                   read brbal-hist
                       at end move 'Y' to w-bhist-eof
                       not at end perform keep-one-history-line
                   end-read
               end-perform
               close brbal-hist
           end-if
           close brbal-keep
           open input brbal-keep
           open output brbal-hist
           move 'N' to w-bkeep-eof
           perform until w-bkeep-eof = 'Y'
               read brbal-keep
                   at end move 'Y' to w-bkeep-eof
                   not at end
                       move bkeep-record to bhist-record
                       write bhist-record
               end-read
           end-perform
           close brbal-keep
           perform varying w-pos-sub from 1 by 1
                   until w-pos-sub > w-pos-count
               move spaces to bhist-record
               move w-pos-branch(w-pos-sub) to bh-branch
               move w-pos-ccy(w-pos-sub) to bh-currency
               move ws-bus-date to bh-bus-date
               move w-pos-open(w-pos-sub) to bh-opening
               move w-pos-total(w-pos-sub) to bh-closing
               compute bh-movement = bh-closing - bh-opening
               write bhist-record
           end-perform
           close brbal-hist.

       keep-one-history-line.
           if bh-bus-date not = ws-bus-date
               move 0 to w-bh-hit
               perform varying w-bh-sub from 1 by 1
                       until w-bh-sub > w-bh-count
                   if w-bh-touched(w-bh-sub) = 'Y'
                           and w-bh-branch(w-bh-sub) = bh-branch
                           and w-bh-ccy(w-bh-sub) = bh-currency
                           and w-bh-date(w-bh-sub) = bh-bus-date
                       move w-bh-sub to w-bh-hit
                   end-if
               end-perform
               if w-bh-hit > 0
                   move w-bh-opening(w-bh-hit) to bh-opening
                   move w-bh-closing(w-bh-hit) to bh-closing
                   compute bh-movement = bh-closing - bh-opening
                   move 'R' to bh-restated
                   move ws-bus-date to bh-restated-on
               end-if
               move bhist-record to bkeep-record
               write bkeep-record
           end-if.

      *
                       move bb-closing to w-pos-opening
                   end-if
           end-read
      *    a back-valued trade belonged in the closing the opening
      *    came from - it opens the day instead of moving in it
           perform sum-back-value-adjust
           add w-bv-adjust to w-pos-opening
           move w-pos-opening to w-pos-open(w-pos-sub)
           move w-pos-branch(w-pos-sub) to bb-branch
           move w-pos-ccy(w-pos-sub) to bb-currency
           move w-pos-bus-date to bb-bus-date
               display "NO BRLIMIT.CTL - LIMITS NOT IN FORCE"
           end-if.

      *
      * The maker-checker threshold is optional the way the limits
      * are - without it every correction applies as it arrives.
      *
       load-approval-limit.
           open input apprlim-ctl.
           if w-apprlim-status = "00"
               read apprlim-ctl
                   not at end
                       if al-amount not = spaces
                           compute w-appr-limit =
                               function numval(al-amount)
                       end-if
               end-read
               close apprlim-ctl
           end-if.
           if w-appr-limit > zero
               move 'Y' to w-appr-in-force
               display "APPROVAL THRESHOLD: " w-appr-limit
           else
               display "NO APPRLIM.CTL - CORRECTIONS NOT HELD "
                       "FOR APPROVAL"
           end-if.

      *
      * The trade has loaded - the money is real either way - but a
      * trade over its branch's limit on its own, or one that
           if w-breach-spill = 'Y'
               display "BREACH TABLE EXHAUSTED - SOME LIMIT "
                       "BREACHES NOT QUEUED"
               if rl-return-code < 8
                   move 8 to rl-return-code
               end-if
           end-if.

       flush-closed-refusals.
           perform varying w-cls-sub from 1 by 1
                   until w-cls-sub > w-closed-held
               move w-cls-key(w-cls-sub)     to exc-key
               move w-cls-date(w-cls-sub)    to exc-trade-date
               move w-cls-amount(w-cls-sub)  to exc-amount
               move spaces                   to exc-reason
               string "CLOSED PERIOD-" w-cls-tag(w-cls-sub)
                   delimited by size into exc-reason
               move ws-bus-date              to exc-queued-date
               write except-record
           end-perform
           if w-closed-held > 0
               display "CLOSED PERIOD CHANGES QUEUED: "
                       w-closed-held
           end-if
           if w-closed-spill = 'Y'
               display "CLOSED PERIOD TABLE EXHAUSTED - SOME "
                       "REFUSALS NOT QUEUED"
               if rl-return-code < 8
                   move 8 to rl-return-code
               end-if
           end-if.

      *
               display "NO BRANCH.DAT - BRANCH VALIDATION SKIPPED"
           end-if.

      *
      * Same cut-over courtesy as the branch master - no CPTY.DAT
      * yet means the counterparty is carried as sent, unchecked,
      * and the console says so.
      *
       load-counterparty-master.
           move 'N' to w-cpty-eof
           open input cpty-master.
           if w-cpty-status = "00"
               perform until cpty-eof
                   read cpty-master
                       at end move 'Y' to w-cpty-eof
                       not at end
                           if cp-code not = spaces
                                   and w-cpty-count < 500
                               add 1 to w-cpty-count
                               move cp-code
                                   to w-cp-code(w-cpty-count)
                               move cp-status
                                   to w-cp-stat(w-cpty-count)
                           end-if
                   end-read
               end-perform
               close cpty-master
               move 'Y' to w-cpty-loaded
           else
               display "NO CPTY.DAT - COUNTERPARTY VALIDATION "
                       "SKIPPED"
           end-if.

      *
      * Look for a checkpoint from a prior interrupted run - the last
      * line of CHKPOINT.DAT is the most recently completed key.
               close window-ctl
           end-if.

      *
      * Every file a load opens for output or rewrites in place
      * takes the partition's suffix, so partitions running side by
      * side never share one - the checkpoint included, so each
      * partition restarts from its own, and the journal, so each
      * partition's entries chain among themselves until the
      * merge chains them onto TRANJRNL.TXT.
      *
       set-partition-names.
           move 'TRADEEXT' to w-name-base
           perform build-part-name
           move w-name-out to w-extract-name
           move 'TRANEXC' to w-name-base
           perform build-part-name
           move w-name-out to w-except-name
           move 'TRANREJ' to w-name-base
           perform build-part-name
           move w-name-out to w-reject-name
           move 'TRANFEE' to w-name-base
           perform build-part-name
           move w-name-out to w-fee-name
           move 'BRSEQ' to w-name-base
           perform build-part-name
           move w-name-out to w-brseq-name
           move 'KEYASSIGN' to w-name-base
           perform build-part-name
           move w-name-out to w-keyassign-name
           move 'DUPRPT' to w-name-base
           perform build-part-name
           move w-name-out to w-duprpt-name
           move 'CHKPOINT' to w-name-base
           perform build-part-name
           move w-name-out to w-checkpoint-name
           move 'PENDAPPR' to w-name-base
           perform build-part-name
           move w-name-out to w-pend-name
           move 'LOADPART' to w-name-base
           perform build-part-name
           move w-name-out to w-part-name
           move 'TRANJRNL' to w-name-base
           perform build-part-name
           move w-name-out to ws-jrnl-name.

       build-part-name.
           move spaces to w-name-out
           string w-name-base delimited by space
               '.P' w-part-num delimited by size
               into w-name-out.

      *
      * The partition's side of the merge - counts and control
      * totals off this run, then the buckets the ledger hand-off,
      * the position master, and the history restatement would
      * have taken.
      *
       write-partition-results.
           open output part-result
           if w-part-status not = '00'
               display "CANNOT OPEN " function trim(w-part-name)
                       " - STATUS " w-part-status
               move 16 to rl-return-code
           else
               move zeros to w-gl-det-count
               move zeros to w-gl-dr-total
               perform varying w-gl-sub from 1 by 1
                       until w-gl-sub > w-gl-count
                   add 2 to w-gl-det-count
                   add w-gl-amt(w-gl-sub) to w-gl-dr-total
               end-perform
               move spaces to part-ctl-record
               move 'CTL' to pr-tag
               move w-part-num to pr-partition
               move w-hdr-feed-date to pr-feed-date
               move w-hdr-gen to pr-gen
               move w-hdr-source to pr-source
               move zeros to pr-rc
               if rl-return-code is numeric
                   move rl-return-code to pr-rc
               end-if
               move w-read-count to pr-read
               move w-loaded-count to pr-loaded
               move w-amend-count to pr-amended
               move w-reverse-count to pr-reversed
               move w-assign-count to pr-assigned
               move w-reject-count to pr-rejected
               move w-dup-count to pr-dups
               move w-dup-replaced to pr-dup-replaced
               move w-dup-both-out to pr-dup-both-out
               move w-held-count to pr-held
               move w-release-count to pr-released
               move w-closed-count to pr-closed
               move w-fee-lines to pr-fee-lines
               move w-nonbus-count to pr-nonbus
               move w-tran-count to pr-tran-count
               move w-gl-det-count to pr-gl-det-count
               move w-data-amount to pr-read-amount
               move w-rej-amount to pr-rej-amount
               move w-fee-total to pr-fee-total
               move w-tran-total to pr-tran-total
               move w-gl-dr-total to pr-gl-dr-total
               move w-gl-spill to pr-gl-spill
               move w-pos-spill to pr-pos-spill
               move w-bv-spill to pr-bv-spill
               write part-ctl-record
               perform varying w-gl-sub from 1 by 1
                       until w-gl-sub > w-gl-count
                   move spaces to part-gl-record
                   move 'GL' to pg-tag
                   move w-gl-branch(w-gl-sub) to pg-branch
                   move w-gl-ccy(w-gl-sub) to pg-currency
                   move w-gl-act(w-gl-sub) to pg-action
                   move w-gl-amt(w-gl-sub) to pg-amount
                   move w-gl-cnt(w-gl-sub) to pg-count
                   write part-gl-record
               end-perform
               perform varying w-pos-sub from 1 by 1
                       until w-pos-sub > w-pos-count
                   move spaces to part-pos-record
                   move 'POS' to pp-tag
                   move w-pos-branch(w-pos-sub) to pp-branch
                   move w-pos-ccy(w-pos-sub) to pp-currency
                   move w-pos-total(w-pos-sub) to pp-total
                   write part-pos-record
               end-perform
               perform varying w-bv-sub from 1 by 1
                       until w-bv-sub > w-bv-count
                   move spaces to part-bv-record
                   move 'BV' to pv-tag
                   move w-bv-key(w-bv-sub) to pv-key
                   move w-bv-branch(w-bv-sub) to pv-branch
                   move w-bv-ccy(w-bv-sub) to pv-currency
                   move w-bv-date(w-bv-sub) to pv-date
                   move w-bv-amount(w-bv-sub) to pv-amount
                   move w-bv-late(w-bv-sub) to pv-late
                   write part-bv-record
               end-perform
               close part-result
               display "Partition results: "
                       function trim(w-part-name)
                       " (" w-gl-count " LEDGER, " w-pos-count
                       " POSITION, " w-bv-count " BACK-VALUE)"
           end-if.

      *
      * The merge step. The partitions' results fold into the one
      * load they add up to, and that load is proved the way a
      * single-stream run would be: the read count and amount
      * against the full feed's header, the load balance on the
      * folded counts, and the reassembled history re-read end to
      * end - its record count, amount total, and every branch
      * and currency closing equal to what the partitions handed
      * over. A branch's bucket in two partitions means the split
      * was broken. Only a proved merge records the generation
      * consumed, cuts the ledger hand-off, and posts positions;
      * the acknowledgment goes back either way.
      *
       merge-partition-loads.
           close trade-extract
           if w-have-header not = 'Y'
               display "PARTITION MERGE NEEDS THE FEED'S "
                       "GENERATION HEADER"
               move 'N' to w-merge-proved
               move 16 to rl-return-code
           else
               perform varying w-part-num from 1 by 1
                       until w-part-num > w-part-count
                   perform fold-one-partition
               end-perform
           end-if
           perform recount-merged-history
           perform verify-feed-trailer
           perform report-load-balance
           perform prove-partition-merge
           if rl-return-code is numeric and rl-return-code >= 16
               move 'N' to w-merge-proved
           end-if
           if w-merge-proved = 'Y'
               perform record-consumed-generation
               display "PARTITION MERGE PROVED - GENERATION "
                       w-hdr-gen " RECORDED AS CONSUMED"
           else
               display "*** PARTITION MERGE NOT PROVED - "
                       "GENERATION NOT RECORDED AS CONSUMED ***"
               move 16 to rl-return-code
           end-if
           perform write-gl-postings
           perform write-feed-ack
           display " "
           display "Control totals ------------------------------"
           display "Records processed: " w-tran-count
           display "Amount total.....: " w-tran-total
           perform display-currency-totals
           if w-merge-proved = 'Y'
               perform write-load-statistics
               perform update-position-master
           end-if
           accept rl-end-date from date yyyymmdd
           accept rl-end-time from time
           if rl-return-code is not numeric
               move zeros to rl-return-code
           end-if
           if w-dup-count > 0 and rl-return-code < 4
               move 4 to rl-return-code
           end-if
           perform write-run-log-entry
           perform dequeue-all-datasets
           move rl-return-code to return-code
           stop run.

       fold-one-partition.
           move 'LOADPART' to w-name-base
           perform build-part-name
           move w-name-out to w-part-name
           move 'N' to w-part-eof
           move 'N' to w-part-ctl-seen
           open input part-result
           if w-part-status not = '00'
               display "*** PARTITION " w-part-num " HAS NO "
                       "RESULTS (" function trim(w-part-name)
                       ") ***"
               move 'N' to w-merge-proved
           else
               perform until w-part-eof = 'Y'
                   read part-result
                       at end move 'Y' to w-part-eof
                       not at end perform fold-one-result-line
                   end-read
               end-perform
               close part-result
               if w-part-ctl-seen not = 'Y'
                   display "*** PARTITION " w-part-num
                           " RESULTS CARRY NO CONTROL LINE ***"
                   move 'N' to w-merge-proved
               end-if
           end-if.

       fold-one-result-line.
           evaluate pr-tag
               when 'CTL'
                   perform fold-partition-counts
               when 'GL '
                   perform fold-partition-bucket
               when 'POS'
                   perform fold-partition-position
               when 'BV '
                   perform fold-partition-back-value
           end-evaluate.

       fold-partition-counts.
           move 'Y' to w-part-ctl-seen
           if pr-partition not = w-part-num
                   or pr-feed-date not = w-hdr-feed-date
                   or pr-gen not = w-hdr-gen
                   or pr-source not = w-hdr-source
               display "*** PARTITION " w-part-num " RESULTS ARE "
                       "FOR PARTITION " pr-partition " OF "
                       pr-source " " pr-feed-date " GEN " pr-gen
                       " ***"
               move 'N' to w-merge-proved
           end-if
           if pr-rc >= 16
               display "*** PARTITION " w-part-num " ENDED RC "
                       pr-rc " ***"
               move 'N' to w-merge-proved
           end-if
           add pr-read to w-read-count
           add pr-loaded to w-loaded-count
           add pr-amended to w-amend-count
           add pr-reversed to w-reverse-count
           add pr-assigned to w-assign-count
           add pr-rejected to w-reject-count
           add pr-dups to w-dup-count
           add pr-dup-replaced to w-dup-replaced
           add pr-dup-both-out to w-dup-both-out
           add pr-held to w-held-count
           add pr-released to w-release-count
           add pr-closed to w-closed-count
           add pr-fee-lines to w-fee-lines
           add pr-nonbus to w-nonbus-count
           add pr-tran-count to w-pt-tran-count
           add pr-gl-det-count to w-pt-gl-det-count
           add pr-read-amount to w-data-amount
           add pr-rej-amount to w-rej-amount
           add pr-fee-total to w-fee-total
           add pr-tran-total to w-pt-tran-total
           add pr-gl-dr-total to w-pt-gl-dr-total
           if pr-gl-spill = 'Y'
               move 'Y' to w-gl-spill
           end-if
           if pr-pos-spill = 'Y'
               move 'Y' to w-pos-spill
           end-if
           if pr-bv-spill = 'Y'
               move 'Y' to w-bv-spill
           end-if.

       fold-partition-bucket.
           move 0 to w-gl-hit
           perform varying w-gl-sub from 1 by 1
                   until w-gl-sub > w-gl-count
               if w-gl-branch(w-gl-sub) = pg-branch
                       and w-gl-ccy(w-gl-sub) = pg-currency
                       and w-gl-act(w-gl-sub) = pg-action
                   move w-gl-sub to w-gl-hit
               end-if
           end-perform
           evaluate true
               when w-gl-hit > 0
                   display "*** LEDGER BUCKET " pg-branch " "
                           pg-currency " " pg-action
                           " IN MORE THAN ONE PARTITION ***"
                   move 'N' to w-merge-proved
               when w-gl-count < 300
                   add 1 to w-gl-count
                   move pg-branch to w-gl-branch(w-gl-count)
                   move pg-currency to w-gl-ccy(w-gl-count)
                   move pg-action to w-gl-act(w-gl-count)
                   move pg-amount to w-gl-amt(w-gl-count)
                   move pg-count to w-gl-cnt(w-gl-count)
               when other
                   move 'Y' to w-gl-spill
           end-evaluate.

       fold-partition-position.
           move 0 to w-ppos-hit
           perform varying w-ppos-sub from 1 by 1
                   until w-ppos-sub > w-ppos-count
               if w-ppos-branch(w-ppos-sub) = pp-branch
                       and w-ppos-ccy(w-ppos-sub) = pp-currency
                   move w-ppos-sub to w-ppos-hit
               end-if
           end-perform
           evaluate true
               when w-ppos-hit > 0
                   display "*** POSITION " pp-branch " "
                           pp-currency
                           " IN MORE THAN ONE PARTITION ***"
                   move 'N' to w-merge-proved
               when w-ppos-count < 200
                   add 1 to w-ppos-count
                   move pp-branch to w-ppos-branch(w-ppos-count)
                   move pp-currency to w-ppos-ccy(w-ppos-count)
                   move pp-total to w-ppos-total(w-ppos-count)
               when other
                   move 'Y' to w-pos-spill
           end-evaluate.

       fold-partition-back-value.
           if w-bv-count < 200
               add 1 to w-bv-count
               move pv-key to w-bv-key(w-bv-count)
               move pv-branch to w-bv-branch(w-bv-count)
               move pv-currency to w-bv-ccy(w-bv-count)
               move pv-date to w-bv-date(w-bv-count)
               move pv-amount to w-bv-amount(w-bv-count)
               move pv-late to w-bv-late(w-bv-count)
               add pv-amount to w-bv-total
           else
               move 'Y' to w-bv-spill
           end-if.

      *
      * The reassembled history read end to end, the way the
      * single-stream load's read pass reads it - the totals and
      * positions it yields are what the partitions must add up
      * to, and what the position master is posted from.
      *
       recount-merged-history.
           open input tran
           if w-tran-status not = '00'
               display "*** CANNOT OPEN "
                       function trim(w-tran-filename)
                       " - STATUS " w-tran-status " ***"
               move 'N' to w-merge-proved
           else
               move 'N' to w-recount-eof
               perform until w-recount-eof = 'Y'
                   read tran next
                       at end move 'Y' to w-recount-eof
                       not at end
                           add 1 to w-tran-count
                           add tran-amount to w-tran-total
                           perform accumulate-currency
                           perform accumulate-position
                   end-read
               end-perform
               close tran
           end-if.

       prove-partition-merge.
           if w-tran-count not = w-pt-tran-count
                   or w-tran-total not = w-pt-tran-total
               display "*** MERGED HISTORY " w-tran-count
                       " RECORDS " w-tran-total
                       " BUT PARTITIONS " w-pt-tran-count
                       " RECORDS " w-pt-tran-total " ***"
               move 'N' to w-merge-proved
           end-if
           if w-pos-count not = w-ppos-count
               display "*** MERGED HISTORY HOLDS " w-pos-count
                       " POSITIONS BUT PARTITIONS " w-ppos-count
                       " ***"
               move 'N' to w-merge-proved
           end-if
           perform varying w-ppos-sub from 1 by 1
                   until w-ppos-sub > w-ppos-count
               perform prove-one-position
           end-perform
           move zeros to w-gl-det-count
           move zeros to w-gl-dr-total
           perform varying w-gl-sub from 1 by 1
                   until w-gl-sub > w-gl-count
               add 2 to w-gl-det-count
               add w-gl-amt(w-gl-sub) to w-gl-dr-total
           end-perform
           if w-gl-det-count not = w-pt-gl-det-count
                   or w-gl-dr-total not = w-pt-gl-dr-total
               display "*** LEDGER BUCKETS FOLD TO " w-gl-det-count
                       " LINES " w-gl-dr-total
                       " BUT PARTITIONS CUT " w-pt-gl-det-count
                       " LINES " w-pt-gl-dr-total " ***"
               move 'N' to w-merge-proved
           end-if.

       prove-one-position.
           move 0 to w-pos-hit
           perform varying w-pos-sub from 1 by 1
                   until w-pos-sub > w-pos-count
               if w-pos-branch(w-pos-sub) = w-ppos-branch(w-ppos-sub)
                       and w-pos-ccy(w-pos-sub)
                           = w-ppos-ccy(w-ppos-sub)
                   move w-pos-sub to w-pos-hit
               end-if
           end-perform
           if w-pos-hit = 0
               display "*** POSITION " w-ppos-branch(w-ppos-sub)
                       " " w-ppos-ccy(w-ppos-sub)
                       " NOT IN THE MERGED HISTORY ***"
               move 'N' to w-merge-proved
           else
               if w-pos-total(w-pos-hit) not = w-ppos-total(w-ppos-sub)
                   display "*** POSITION "
                           w-ppos-branch(w-ppos-sub) " "
                           w-ppos-ccy(w-ppos-sub) " PARTITION "
                           w-ppos-total(w-ppos-sub) " MERGED "
                           w-pos-total(w-pos-hit) " ***"
                   move 'N' to w-merge-proved
               end-if
           end-if.

       COPY RUNLOGPA.

       COPY BUSDTPA.
       COPY ENQPA.

       COPY JRNLPA.

       COPY RPTFPA.

       COPY PRDPA.
