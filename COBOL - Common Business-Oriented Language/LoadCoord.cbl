      *
      * Partitioned trade load coordinator - the y2ksmpl load is one
      * serial pass from TRADEEXT.DAT into the trade history, and
      * on quarter-end volumes it is the job that overruns the
      * window. SPLIT cuts the day's extract into contiguous branch
      * ranges of roughly equal volume in the LOADWORK.CTL work-
      * allocation file, PRIME-COORD's mold: a range takes the
      * branches above the previous range's high and not above its
      * own, the first range everything below and the last range
      * everything above, so no branch can fall between two ranges
      * or into both. Each range's extract goes to TRADEEXT.Pnn
      * under a header of its own carrying the feed's date,
      * generation, and source with the range's own count and
      * amount. A reversal whose original lies in another range
      * refuses the split - load that feed single-stream. SPLIT
      * claims the trade history and PENDAPPR.DAT on LOCKS.DAT and
      * holds both until MERGE, so nothing else can change what
      * the partitions were cut from.
      * RUN takes the first PENDING range for an instance, or the
      * range named - a failed range reruns alone. It cuts the
      * range's slice of the trade history (TRAN.Pnn), of the
      * pending approvals, and of the branch key sequences, empties
      * the range's own checkpoint, and runs the load in partition
      * mode (Y2KSMPL_PARTITION) against them; the range marks DONE
      * on a clean exit and FAILED otherwise.
      * When every range is DONE, MERGE reassembles the slices in
      * range order into TRAN.MRG and runs the load's merge step,
      * which folds the partitions' control totals, ledger
      * buckets, positions, and acknowledgment counts and proves
      * them against the feed header and a recount of TRAN.MRG
      * before it records the generation consumed in FEEDCTL.TXT.
      * Only a proved merge is installed: TRAN.MRG swaps in for the
      * live history (the displaced file stays as <name>.OLD, the
      * TRAN-REORG discipline), the partitions' journal entries,
      * exceptions, rejects, fee lines, key assignments, duplicate
      * reports, and pending approvals come back together under
      * their usual names, BRSEQ.DAT takes each range's own
      * sequences, and the claims are released. An unproved merge
      * leaves the live files untouched and the claims held.
      *
      * Arguments: 1 SPLIT <ranges> | RUN <instance> [<range>] |
      * MERGE | STATUS.
      *
       identification division.
       program-id. LOAD-COORD.

       environment division.
       input-output section.
       file-control.
           select work-ctl
           assign to "LOADWORK.CTL"
           organization is line sequential
           file status is w-work-status.
           select feed-in
           assign to "TRADEEXT.DAT"
           organization is line sequential
           file status is w-feed-in-status.
           select feed-out
           assign to dynamic w-feed-out-name
           organization is line sequential
           file status is w-feed-out-status.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select slice-tran
           assign to dynamic w-slice-name
           organization is indexed
           access mode is sequential
           record key is slice-key
           alternate record key is slice-trade-date
               with duplicates
           alternate record key is slice-settle-date
               with duplicates
           file status is w-slice-status.
           select new-tran
           assign to dynamic w-new-name
           organization is indexed
           access mode is sequential
           record key is new-tran-key
           alternate record key is new-trade-date
               with duplicates
           alternate record key is new-settle-date
               with duplicates
           file status is w-new-status.
           select line-in
           assign to dynamic w-in-name
           organization is line sequential
           file status is w-in-status.
           select line-out
           assign to dynamic w-out-name
           organization is line sequential
           file status is w-out-status.
           COPY ENQSL.
           COPY JRNLSL.

       data division.
       file section.
       fd  work-ctl.
       01  work-ctl-record.
           03  lw-range                   pic 9(2).
           03  filler                     pic x.
           03  lw-low                     pic x(4).
           03  filler                     pic x.
           03  lw-high                    pic x(4).
           03  filler                     pic x.
           03  lw-status                  pic x(8).
           03  filler                     pic x.
           03  lw-instance                pic x(8).
           03  filler                     pic x.
           03  lw-count                   pic 9(6).
           03  filler                     pic x.
           03  lw-amount                  pic s9(9)v99.

      *
      * The extract as the load reads it - only the branch, the
      * amount, and a reversal's original key matter to the cut.
      *
       fd  feed-in.
       01  feed-in-record.
           03  fi-branch                  pic x(04).
           03  fi-seq                     pic x(06).
           03  fi-trade-date              pic x(06).
           03  fi-amount                  pic s9999v99.
           03  fi-amount-x redefines fi-amount
                                          pic x(06).
           03  fi-action                  pic x.
           03  fi-orig-key.
               05  fi-orig-branch         pic x(04).
               05  filler                 pic x(06).
           03  filler                     pic x(19).
       01  feed-in-header.
           03  fh-tag                     pic x(03).
           03  fh-feed-date               pic x(08).
           03  fh-gen                     pic x(04).
           03  fh-count                   pic x(06).
           03  fh-amount                  pic s9(9)v99.
           03  fh-source                  pic x(08).

       fd  feed-out.
       01  feed-out-record                pic x(52).
       01  feed-out-header.
           03  fo-tag                     pic x(03).
           03  fo-feed-date               pic x(08).
           03  fo-gen                     pic x(04).
           03  fo-count                   pic 9(06).
           03  fo-amount                  pic s9(9)v99.
           03  fo-source                  pic x(08).

       fd  tran
           record contains 1024 characters.
       01  tran-post.
           03  tran-key.
               05  tran-branch            pic x(04).
               05  tran-seq               pic 9(06).
           03  tran-data.
               05  tran-trade-date        pic 9(08).
               05  tran-amount            pic S9999V99.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).
           03  filler                     pic x(944).

       fd  slice-tran
           record contains 1024 characters.
       01  slice-post.
           03  slice-key.
               05  slice-branch           pic x(04).
               05  slice-seq              pic 9(06).
           03  slice-data.
               05  slice-trade-date       pic 9(08).
               05  slice-amount           pic S9999V99.
               05  slice-orig-key         pic x(10).
               05  slice-currency         pic x(03).
               05  slice-settle-date      pic 9(08).
               05  slice-cpty             pic x(08).
               05  slice-settle-status    pic x(01).
               05  slice-settled-amt      pic S9999V99.
               05  slice-fee-amt          pic S9(5)V99.
               05  slice-rpt-status       pic x(01).
               05  filler                 pic x(12).
           03  filler                     pic x(944).

       fd  new-tran
           record contains 1024 characters.
       01  new-tran-post.
           03  new-tran-key.
               05  new-tran-branch        pic x(04).
               05  new-tran-seq           pic 9(06).
           03  new-tran-data.
               05  new-trade-date         pic 9(08).
               05  new-tran-amount        pic S9999V99.
               05  new-tran-orig-key      pic x(10).
               05  new-tran-currency      pic x(03).
               05  new-settle-date        pic 9(08).
               05  new-tran-cpty          pic x(08).
               05  new-tran-settle-status pic x(01).
               05  new-tran-settled-amt   pic S9999V99.
               05  new-tran-fee-amt       pic S9(5)V99.
               05  new-tran-rpt-status    pic x(01).
               05  filler                 pic x(12).
           03  filler                     pic x(944).

      *
      * Work files copied line for line - the pending-approval and
      * branch-sequence views are the ones the cut and the merge
      * need to route a line to its range.
      *
       fd  line-in.
       01  line-in-record                 pic x(256).
       01  pend-in-record.
           03  filler                     pic x(80).
           03  pa-branch                  pic x(04).
           03  filler                     pic x(172).
       01  brseq-in-record.
           03  bq-branch                  pic x(04).
           03  filler                     pic x.
           03  bq-next-seq                pic 9(06).
           03  filler                     pic x(245).

       fd  line-out.
       01  line-out-record                pic x(256).
       01  brseq-out-record.
           03  bo-branch                  pic x(04).
           03  filler                     pic x.
           03  bo-next-seq                pic 9(06).
       COPY ENQFD.
       COPY JRNLFD.

       working-storage section.
       01  w-work-status                  pic x(2) value spaces.
       01  w-feed-in-status               pic x(2) value spaces.
       01  w-feed-out-status              pic x(2) value spaces.
       01  w-tran-status                  pic x(2) value spaces.
       01  w-slice-status                 pic x(2) value spaces.
       01  w-new-status                   pic x(2) value spaces.
       01  w-in-status                    pic x(2) value spaces.
       01  w-out-status                   pic x(2) value spaces.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-old-name                     pic x(40) value spaces.
       01  w-new-name                     pic x(40) value "TRAN.MRG".
       01  w-slice-name                   pic x(40) value spaces.
       01  w-feed-out-name                pic x(40) value spaces.
       01  w-in-name                      pic x(40) value spaces.
       01  w-out-name                     pic x(40) value spaces.
       01  w-name-base                    pic x(12) value spaces.
       01  w-name-out                     pic x(40) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-instance                     pic x(8) value spaces.
       01  w-named-range                  pic 9(2) value zeros.
       01  w-work-eof                     pic x value 'N'.
           88  work-eof                   value 'Y'.
       01  w-feed-eof                     pic x value 'N'.
       01  w-tran-eof                     pic x value 'N'.
       01  w-in-eof                       pic x value 'N'.

      *
      * The extract's branches in code order with their volume -
      * the ranges are cut from this.
      *
       01  w-branch-table.
           03  w-bt-entry occurs 500 times.
               05  w-bt-branch            pic x(4).
               05  w-bt-count             pic 9(6).
               05  w-bt-amount            pic s9(9)v99.
       01  w-bt-used                      pic 9(3) value zeros.
       01  w-bt-sub                       pic 9(3) value zeros.
       01  w-bt-hit                       pic 9(3) value zeros.
       01  w-bt-spill                     pic x value 'N'.

       01  w-range-table.
           03  w-rg-entry occurs 30 times.
               05  w-rg-num               pic 9(2).
               05  w-rg-low               pic x(4).
               05  w-rg-high              pic x(4).
               05  w-rg-status            pic x(8).
               05  w-rg-instance          pic x(8).
               05  w-rg-count             pic 9(6).
               05  w-rg-amount            pic s9(9)v99.
       01  w-range-count                  pic 9(2) value zeros.
       01  w-rg-sub                       pic 9(2) value zeros.
       01  w-rg-hit                       pic 9(2) value zeros.
       01  w-rg-found                     pic 9(2) value zeros.
       01  w-find-branch                  pic x(4) value spaces.
       01  w-orig-range                   pic 9(2) value zeros.

       01  w-split-n                      pic 9(2) value zeros.
       01  w-total-count                  pic 9(8) value zeros.
       01  w-target                       pic 9(8) value zeros.
       01  w-cum-count                    pic 9(8) value zeros.
       01  w-cross-count                  pic 9(6) value zeros.
       01  w-not-done                     pic 9(2) value zeros.
       01  w-merged-already               pic 9(2) value zeros.
       01  w-hdr-feed-date                pic x(8) value spaces.
       01  w-hdr-gen                      pic x(4) value spaces.
       01  w-hdr-source                   pic x(8) value spaces.

       01  w-slice-count                  pic 9(8) value zeros.
       01  w-slice-total                  pic s9(11)v99 value zeros.
       01  w-merge-count                  pic 9(8) value zeros.
       01  w-merge-total                  pic s9(11)v99 value zeros.
       01  w-line-count                   pic 9(8) value zeros.

      *
      * The work files the partitions write under their own suffix
      * and the merge puts back under the usual name.
      *
       01  w-kind-values.
           03  filler                     pic x(32)
               value 'TRANEXC     TRANEXC.DAT'.
           03  filler                     pic x(32)
               value 'TRANREJ     TRANREJ.DAT'.
           03  filler                     pic x(32)
               value 'TRANFEE     TRANFEE.DAT'.
           03  filler                     pic x(32)
               value 'KEYASSIGN   KEYASSIGN.TXT'.
           03  filler                     pic x(32)
               value 'DUPRPT      DUPRPT.TXT'.
           03  filler                     pic x(32)
               value 'PENDAPPR    PENDAPPR.DAT'.
       01  w-kind-table redefines w-kind-values.
           03  w-kd-entry occurs 6 times.
               05  w-kd-base              pic x(12).
               05  w-kd-whole             pic x(20).
       01  w-kd-sub                       pic 9(2) value zeros.

       01  w-bq-table.
           03  w-bq-entry occurs 100 times.
               05  w-bq-branch            pic x(4).
               05  w-bq-next              pic 9(6).
       01  w-bq-count                     pic 9(3) value zeros.
       01  w-bq-sub                       pic 9(3) value zeros.
       01  w-bq-hit                       pic 9(3) value zeros.

       01  w-cmd-line                     pic x(250) value spaces.
       01  w-step-rc                      pic s9(9) value zeros.
       01  w-load-rc                      pic s9(9) value zeros.
       01  w-call-status                  pic s9(9) comp value zeros.
       01  w-amount-disp                  pic -(9)9.99.
       COPY ENQWS.
       COPY JRNLWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:8)) to w-action
           accept w-tran-filename from environment
               "Y2KSMPL_TRAN_FILE"
               on exception continue
           end-accept
           if w-tran-filename = spaces
               move "tran.dat" to w-tran-filename
           end-if
           move 'LOADCORD' to ws-enq-program
           evaluate w-action
               when 'SPLIT'  perform split-the-extract
               when 'RUN'    perform run-one-range
               when 'MERGE'  perform merge-the-partitions
               when 'STATUS' perform show-the-board
               when other
                   display 'LOAD-COORD: USAGE: LOAD-COORD '
                           'SPLIT <RANGES> | RUN <INSTANCE> '
                           '[<RANGE>] | MERGE | STATUS'
                   move 16 to return-code
           end-evaluate
           stop run.

      *
      * The cut follows volume, not the alphabet: the branches in
      * code order, a range closed once it holds its share of the
      * records - but never so early that a later range is left
      * without a branch of its own.
      *
       split-the-extract.
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           compute w-split-n = function numval(w-cmd-arg)
           if w-split-n = zeros or w-split-n > 30
               display 'LOAD-COORD: SPLIT NEEDS 1-30 RANGES'
               move 16 to return-code
               stop run
           end-if
           perform refuse-split-in-flight
           perform tally-extract-branches
           if w-bt-used < w-split-n
               move w-bt-used to w-split-n
           end-if
           perform cut-the-ranges
           perform check-cross-range-reversals
           if w-cross-count > zeros
               display 'LOAD-COORD: ' w-cross-count
                       ' REVERSAL(S) ACROSS RANGES - LOAD THIS '
                       'FEED SINGLE-STREAM'
               move 16 to return-code
               stop run
           end-if
      *    held until MERGE - this run ends without releasing them
           move w-tran-filename to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'N'
               move 'PENDAPPR.DAT' to ws-enq-dataset
               perform enqueue-dataset
           end-if
           if ws-enq-failed = 'Y'
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           perform rewrite-the-board
           perform varying w-rg-hit from 1 by 1
                   until w-rg-hit > w-range-count
               perform write-range-extract
           end-perform
           display 'LOAD-COORD: ' w-range-count ' RANGES OVER '
                   w-total-count ' RECORDS OF ' w-hdr-source
                   ' ' w-hdr-feed-date ' GEN ' w-hdr-gen
           move zero to return-code.

       refuse-split-in-flight.
           move zeros to w-range-count
           move 'N' to w-work-eof
           open input work-ctl
           if w-work-status = '00'
               close work-ctl
               perform load-the-board
               move zeros to w-not-done
               perform varying w-rg-sub from 1 by 1
                       until w-rg-sub > w-range-count
                   if w-rg-status(w-rg-sub) not = 'MERGED'
                       add 1 to w-not-done
                   end-if
               end-perform
               if w-not-done > zeros
                   display 'LOAD-COORD: ' w-not-done
                           ' RANGE(S) OF THE LAST SPLIT NOT MERGED'
                           ' - SPLIT REFUSED'
                   move 8 to return-code
                   stop run
               end-if
           end-if
           move zeros to w-range-count.

       tally-extract-branches.
           move 'N' to w-feed-eof
           open input feed-in
           if w-feed-in-status not = '00'
               display 'LOAD-COORD: NO TRADEEXT.DAT TO SPLIT'
               move 16 to return-code
               stop run
           end-if
           read feed-in
               at end move 'Y' to w-feed-eof
           end-read
           if w-feed-eof = 'Y' or fh-tag not = 'HDR'
               display 'LOAD-COORD: TRADEEXT.DAT CARRIES NO '
                       'GENERATION HEADER - LOAD IT SINGLE-STREAM'
               close feed-in
               move 16 to return-code
               stop run
           end-if
           move fh-feed-date to w-hdr-feed-date
           move fh-gen to w-hdr-gen
           move fh-source to w-hdr-source
           perform until w-feed-eof = 'Y'
               read feed-in
                   at end move 'Y' to w-feed-eof
                   not at end perform tally-one-branch
               end-read
           end-perform
           close feed-in
           if w-bt-spill = 'Y'
               display 'LOAD-COORD: MORE THAN 500 BRANCHES ON THE '
                       'FEED - LOAD IT SINGLE-STREAM'
               move 16 to return-code
               stop run
           end-if
           if w-bt-used = zeros
               display 'LOAD-COORD: NO TRADES ON THE FEED TO SPLIT'
               move 16 to return-code
               stop run
           end-if.

      *
      * Kept in code order as it fills - the slot goes in ahead of
      * the first branch above it.
      *
       tally-one-branch.
           add 1 to w-total-count
           move 0 to w-bt-hit
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-bt-used or w-bt-hit > 0
               if w-bt-branch(w-bt-sub) >= fi-branch
                   move w-bt-sub to w-bt-hit
               end-if
           end-perform
           if w-bt-hit = 0
               or w-bt-branch(w-bt-hit) not = fi-branch
               if w-bt-used >= 500
                   move 'Y' to w-bt-spill
               else
                   if w-bt-hit = 0
                       add 1 to w-bt-used
                       move w-bt-used to w-bt-hit
                   else
                       add 1 to w-bt-used
                       perform varying w-bt-sub from w-bt-used by -1
                               until w-bt-sub <= w-bt-hit
                           move w-bt-entry(w-bt-sub - 1)
                               to w-bt-entry(w-bt-sub)
                       end-perform
                   end-if
                   move fi-branch to w-bt-branch(w-bt-hit)
                   move zeros to w-bt-count(w-bt-hit)
                   move zeros to w-bt-amount(w-bt-hit)
               end-if
           end-if
           if w-bt-spill not = 'Y'
               add 1 to w-bt-count(w-bt-hit)
               if fi-amount-x is numeric
                   add fi-amount to w-bt-amount(w-bt-hit)
               end-if
           end-if.

       cut-the-ranges.
           compute w-target = (w-total-count + w-split-n - 1)
                              / w-split-n
           move 1 to w-range-count
           move 1 to w-rg-num(1)
           move spaces to w-rg-low(1)
           move zeros to w-rg-count(1)
           move zeros to w-rg-amount(1)
           move zeros to w-cum-count
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-bt-used
               add w-bt-count(w-bt-sub) to w-cum-count
               add w-bt-count(w-bt-sub) to w-rg-count(w-range-count)
               add w-bt-amount(w-bt-sub)
                   to w-rg-amount(w-range-count)
               move w-bt-branch(w-bt-sub)
                   to w-rg-high(w-range-count)
               if w-range-count < w-split-n
                       and (w-cum-count >= w-target * w-range-count
                       or w-bt-used - w-bt-sub
                           = w-split-n - w-range-count)
                   add 1 to w-range-count
                   move w-range-count to w-rg-num(w-range-count)
                   move w-bt-branch(w-bt-sub)
                       to w-rg-low(w-range-count)
                   move zeros to w-rg-count(w-range-count)
                   move zeros to w-rg-amount(w-range-count)
               end-if
           end-perform
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               move 'PENDING' to w-rg-status(w-rg-sub)
               move spaces to w-rg-instance(w-rg-sub)
           end-perform.

      *
      * A reversal reads the trade it offsets - both must be in
      * the same slice of the history.
      *
       check-cross-range-reversals.
           move zeros to w-cross-count
           move 'N' to w-feed-eof
           open input feed-in
           read feed-in
               at end move 'Y' to w-feed-eof
           end-read
           perform until w-feed-eof = 'Y'
               read feed-in
                   at end move 'Y' to w-feed-eof
                   not at end
                       if fi-action = 'R'
                           move fi-orig-branch to w-find-branch
                           perform find-branch-range
                           move w-rg-found to w-orig-range
                           move fi-branch to w-find-branch
                           perform find-branch-range
                           if w-rg-found not = w-orig-range
                               add 1 to w-cross-count
                               display 'LOAD-COORD: REVERSAL '
                                       fi-branch fi-seq ' OF '
                                       fi-orig-key
                                       ' CROSSES RANGES'
                           end-if
                       end-if
               end-read
           end-perform
           close feed-in.

      *
      * The range rule everywhere a branch is routed: the first
      * range whose high is not below the branch, and anything
      * above the last high to the last range.
      *
       find-branch-range.
           move 0 to w-rg-found
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count or w-rg-found > 0
               if w-find-branch <= w-rg-high(w-rg-sub)
                   move w-rg-sub to w-rg-found
               end-if
           end-perform
           if w-rg-found = 0
               move w-range-count to w-rg-found
           end-if.

       write-range-extract.
           move 'TRADEEXT' to w-name-base
           perform build-range-name
           move w-name-out to w-feed-out-name
           open output feed-out
           move spaces to feed-out-header
           move 'HDR' to fo-tag
           move w-hdr-feed-date to fo-feed-date
           move w-hdr-gen to fo-gen
           move w-rg-count(w-rg-hit) to fo-count
           move w-rg-amount(w-rg-hit) to fo-amount
           move w-hdr-source to fo-source
           write feed-out-header
           move 'N' to w-feed-eof
           open input feed-in
           read feed-in
               at end move 'Y' to w-feed-eof
           end-read
           perform until w-feed-eof = 'Y'
               read feed-in
                   at end move 'Y' to w-feed-eof
                   not at end
                       move fi-branch to w-find-branch
                       perform find-branch-range
                       if w-rg-found = w-rg-hit
                           move feed-in-record to feed-out-record
                           write feed-out-record
                       end-if
               end-read
           end-perform
           close feed-in
           close feed-out
           move w-rg-amount(w-rg-hit) to w-amount-disp
           display 'RANGE ' w-rg-num(w-rg-hit) ' '
                   w-rg-low(w-rg-hit) ' TO ' w-rg-high(w-rg-hit)
                   ' ' w-rg-count(w-rg-hit) ' RECORDS '
                   function trim(w-amount-disp) ' '
                   function trim(w-feed-out-name).

       load-the-board.
           move zeros to w-range-count
           move 'N' to w-work-eof
           open input work-ctl
           if w-work-status not = '00'
               display 'LOAD-COORD: NO LOADWORK.CTL - '
                       'SPLIT FIRST'
               move 16 to return-code
               stop run
           end-if
           perform until work-eof
               read work-ctl
                   at end move 'Y' to w-work-eof
                   not at end
                       if w-range-count < 30
                           add 1 to w-range-count
                           move lw-range
                               to w-rg-num(w-range-count)
                           move lw-low
                               to w-rg-low(w-range-count)
                           move lw-high
                               to w-rg-high(w-range-count)
                           move lw-status
                               to w-rg-status(w-range-count)
                           move lw-instance
                               to w-rg-instance(w-range-count)
                           move lw-count
                               to w-rg-count(w-range-count)
                           move lw-amount
                               to w-rg-amount(w-range-count)
                       end-if
               end-read
           end-perform
           close work-ctl.

       rewrite-the-board.
           open output work-ctl
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               move spaces to work-ctl-record
               move w-rg-num(w-rg-sub) to lw-range
               move w-rg-low(w-rg-sub) to lw-low
               move w-rg-high(w-rg-sub) to lw-high
               move w-rg-status(w-rg-sub) to lw-status
               move w-rg-instance(w-rg-sub) to lw-instance
               move w-rg-count(w-rg-sub) to lw-count
               move w-rg-amount(w-rg-sub) to lw-amount
               write work-ctl-record
           end-perform
           close work-ctl.

       build-range-name.
           move spaces to w-name-out
           string w-name-base delimited by space
               '.P' w-rg-num(w-rg-hit) delimited by size
               into w-name-out.

      *
      * Claimed on the board before the load starts so a second
      * instance cannot take the same range; the slice is cut
      * fresh every time, so a rerun starts from the history as it
      * stood at the split, not from what the failed run left.
      *
       run-one-range.
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:8))
               to w-instance
           if w-instance = spaces
               move 'INST01' to w-instance
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move zeros to w-named-range
           if w-cmd-arg not = spaces
               compute w-named-range = function numval(w-cmd-arg)
           end-if
           perform load-the-board
           move 0 to w-rg-hit
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               if w-named-range > zeros
                   if w-rg-num(w-rg-sub) = w-named-range
                       move w-rg-sub to w-rg-hit
                   end-if
               else
                   if w-rg-status(w-rg-sub) = 'PENDING'
                           and w-rg-hit = 0
                       move w-rg-sub to w-rg-hit
                   end-if
               end-if
           end-perform
           if w-rg-hit = 0
               if w-named-range > zeros
                   display 'LOAD-COORD: NO RANGE ' w-named-range
               else
                   display 'LOAD-COORD: NO PENDING RANGE FOR '
                           function trim(w-instance)
               end-if
               move 4 to return-code
               stop run
           end-if
           if w-rg-status(w-rg-hit) = 'ASSIGNED'
                   or w-rg-status(w-rg-hit) = 'MERGED'
               display 'LOAD-COORD: RANGE ' w-rg-num(w-rg-hit)
                       ' IS ' function trim(w-rg-status(w-rg-hit))
                       ' - NOT RUN'
               move 8 to return-code
               stop run
           end-if
           move 'ASSIGNED' to w-rg-status(w-rg-hit)
           move w-instance to w-rg-instance(w-rg-hit)
           perform rewrite-the-board
           perform cut-range-slice
           move spaces to w-cmd-line
           string 'Y2KSMPL_PARTITION=' w-rg-num(w-rg-hit)
               ' Y2KSMPL_TRAN_FILE=' function trim(w-slice-name)
               ' ./y2ksmpl'
               delimited by size into w-cmd-line
           display 'LOAD-COORD: ' function trim(w-instance)
                   ' LOADS RANGE ' w-rg-num(w-rg-hit)
                   ' (' w-rg-low(w-rg-hit) ' TO '
                   w-rg-high(w-rg-hit) ')'
           call 'SYSTEM' using w-cmd-line
           compute w-step-rc = return-code / 256
           move zero to return-code
      *    other instances have been marking their own ranges
      *    meanwhile - take the board as it stands now
           move w-rg-num(w-rg-hit) to w-named-range
           perform load-the-board
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               if w-rg-num(w-rg-sub) = w-named-range
                   move w-rg-sub to w-rg-hit
               end-if
           end-perform
           if w-step-rc < 8
               move 'DONE' to w-rg-status(w-rg-hit)
               perform rewrite-the-board
               display 'LOAD-COORD: RANGE '
                       w-rg-num(w-rg-hit) ' DONE RC=' w-step-rc
           else
               move 'FAILED' to w-rg-status(w-rg-hit)
               perform rewrite-the-board
               display 'LOAD-COORD: RANGE '
                       w-rg-num(w-rg-hit) ' FAILED RC='
                       w-step-rc ' - RERUN WITH RUN '
                       function trim(w-instance) ' '
                       w-rg-num(w-rg-hit)
               move 8 to return-code
           end-if.

      *
      * The range's share of everything the load reads and
      * rewrites: its slice of the history, its pending
      * approvals, the branch sequences, and an empty checkpoint.
      *
       cut-range-slice.
           move 'TRAN' to w-name-base
           perform build-range-name
           move w-name-out to w-slice-name
           open input tran
           if w-tran-status not = '00'
               display 'LOAD-COORD: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               perform mark-range-failed
           end-if
           open output slice-tran
           if w-slice-status not = '00'
               display 'LOAD-COORD: CANNOT BUILD '
                       function trim(w-slice-name)
                       ' STATUS ' w-slice-status
               close tran
               perform mark-range-failed
           end-if
           move zeros to w-slice-count
           move zeros to w-slice-total
           move 'N' to w-tran-eof
           if w-rg-low(w-rg-hit) not = spaces
               move w-rg-low(w-rg-hit) to tran-branch
               move 999999 to tran-seq
               start tran key is > tran-key
                   invalid key move 'Y' to w-tran-eof
               end-start
           end-if
           perform until w-tran-eof = 'Y'
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       if tran-branch > w-rg-high(w-rg-hit)
                               and w-rg-hit < w-range-count
                           move 'Y' to w-tran-eof
                       else
                           move tran-post to slice-post
                           write slice-post
                               invalid key
                                   display 'LOAD-COORD: SLICE '
                                       'WRITE FAILED ' tran-key
                               not invalid key
                                   add 1 to w-slice-count
                                   add tran-amount to w-slice-total
                           end-write
                       end-if
               end-read
           end-perform
           close tran
           close slice-tran
           display 'LOAD-COORD: ' function trim(w-slice-name)
                   ' CUT ' w-slice-count ' RECORDS'
           move 'PENDAPPR.DAT' to w-in-name
           move 'PENDAPPR' to w-name-base
           perform build-range-name
           move w-name-out to w-out-name
           open output line-out
           move 'N' to w-in-eof
           open input line-in
           if w-in-status = '00'
               perform until w-in-eof = 'Y'
                   read line-in
                       at end move 'Y' to w-in-eof
                       not at end
                           move pa-branch to w-find-branch
                           perform find-branch-range
                           if w-rg-found = w-rg-hit
                               move line-in-record
                                   to line-out-record
                               write line-out-record
                           end-if
                   end-read
               end-perform
               close line-in
           end-if
           close line-out
           move 'BRSEQ.DAT' to w-in-name
           move 'BRSEQ' to w-name-base
           perform build-range-name
           move w-name-out to w-out-name
           perform copy-line-file
           move 'CHKPOINT' to w-name-base
           perform build-range-name
           move w-name-out to w-out-name
           open output line-out
           close line-out
           move 'TRANJRNL' to w-name-base
           perform build-range-name
           move w-name-out to w-out-name
           open output line-out
           close line-out.

       mark-range-failed.
           move 'FAILED' to w-rg-status(w-rg-hit)
           perform rewrite-the-board
           move 16 to return-code
           stop run.

       copy-line-file.
           open output line-out
           move 'N' to w-in-eof
           open input line-in
           if w-in-status = '00'
               perform until w-in-eof = 'Y'
                   read line-in
                       at end move 'Y' to w-in-eof
                       not at end
                           move line-in-record to line-out-record
                           write line-out-record
                   end-read
               end-perform
               close line-in
           end-if
           close line-out.

      *
      * The load's merge step proves the partitions against the
      * feed and against TRAN.MRG before anything live changes;
      * its return code decides whether the merge is installed.
      *
       merge-the-partitions.
           perform load-the-board
           move zeros to w-not-done
           move zeros to w-merged-already
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               evaluate w-rg-status(w-rg-sub)
                   when 'DONE'
                       continue
                   when 'MERGED'
                       add 1 to w-merged-already
                   when other
                       add 1 to w-not-done
               end-evaluate
           end-perform
           if w-merged-already > zeros
               display 'LOAD-COORD: THE LAST SPLIT IS ALREADY '
                       'MERGED'
               move 8 to return-code
               stop run
           end-if
           if w-not-done > zeros
               display 'LOAD-COORD: ' w-not-done
                       ' RANGES NOT DONE - MERGE REFUSED'
               move 8 to return-code
               stop run
           end-if
      *    the claims SPLIT took are this coordinator's to release
           move w-tran-filename to ws-enq-held(1)
           move 'PENDAPPR.DAT' to ws-enq-held(2)
           move 2 to ws-enq-held-count
           perform reassemble-the-history
           move spaces to w-cmd-line
           string 'Y2KSMPL_PARTITION=MERGE Y2KSMPL_PART_COUNT='
               w-range-count
               ' Y2KSMPL_TRAN_FILE=' function trim(w-new-name)
               ' ./y2ksmpl'
               delimited by size into w-cmd-line
           call 'SYSTEM' using w-cmd-line
           compute w-load-rc = return-code / 256
           move zero to return-code
           if w-load-rc >= 16
               display 'LOAD-COORD: *** MERGE NOT PROVED RC='
                       w-load-rc ' - LIVE FILES UNTOUCHED ***'
               move 16 to return-code
               stop run
           end-if
           perform install-merged-history
           perform gather-partition-journals
           perform varying w-kd-sub from 1 by 1
                   until w-kd-sub > 6
               perform gather-one-work-file
           end-perform
           perform gather-branch-sequences
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               move 'MERGED' to w-rg-status(w-rg-sub)
           end-perform
           perform rewrite-the-board
           perform dequeue-all-datasets
           display 'LOAD-COORD: ' w-range-count
                   ' RANGES MERGED INTO '
                   function trim(w-tran-filename) ' - '
                   w-merge-count ' RECORDS'
           move w-load-rc to return-code.

      *
      * Range order is key order - the slices go into TRAN.MRG
      * one after another.
      *
       reassemble-the-history.
           open output new-tran
           if w-new-status not = '00'
               display 'LOAD-COORD: CANNOT BUILD '
                       function trim(w-new-name)
                       ' STATUS ' w-new-status
               move 16 to return-code
               stop run
           end-if
           move zeros to w-merge-count
           move zeros to w-merge-total
           perform varying w-rg-hit from 1 by 1
                   until w-rg-hit > w-range-count
               move 'TRAN' to w-name-base
               perform build-range-name
               move w-name-out to w-slice-name
               open input slice-tran
               if w-slice-status not = '00'
                   display 'LOAD-COORD: SLICE '
                           function trim(w-slice-name) ' MISSING'
                   close new-tran
                   move 16 to return-code
                   stop run
               end-if
               move 'N' to w-tran-eof
               perform until w-tran-eof = 'Y'
                   read slice-tran next
                       at end move 'Y' to w-tran-eof
                       not at end
                           move slice-post to new-tran-post
                           write new-tran-post
                               invalid key
                                   display 'LOAD-COORD: MERGE '
                                       'WRITE FAILED ' slice-key
                               not invalid key
                                   add 1 to w-merge-count
                                   add slice-amount
                                       to w-merge-total
                           end-write
                   end-read
               end-perform
               close slice-tran
           end-perform
           close new-tran
           display 'LOAD-COORD: ' function trim(w-new-name)
                   ' BUILT ' w-merge-count ' RECORDS'.

       install-merged-history.
           move spaces to w-old-name
           string function trim(w-tran-filename) '.OLD'
               delimited by size into w-old-name
           call 'CBL_RENAME_FILE'
               using w-tran-filename, w-old-name
               returning w-call-status
           end-call
           if w-call-status not = zero
               display 'LOAD-COORD: CANNOT DISPLACE LIVE FILE'
               move 16 to return-code
               stop run
           end-if
           call 'CBL_RENAME_FILE'
               using w-new-name, w-tran-filename
               returning w-call-status
           end-call
           if w-call-status not = zero
               display 'LOAD-COORD: *** SWAP FAILED - LIVE '
                       'FILE IS ' function trim(w-old-name)
                       ' ***'
               move 16 to return-code
               stop run
           end-if.

      *
      * The partitions journaled to their own TRANJRNL.Pnn; their
      * entries go onto TRANJRNL.TXT in range order, each chained
      * afresh to the entry ahead of it there.
      *
       gather-partition-journals.
           perform load-journal-chain
           move zeros to w-line-count
           open extend tran-jrnl-file
           if ws-jrnl-status not = '00'
               open output tran-jrnl-file
           end-if
           move 'TRANJRNL' to w-name-base
           perform varying w-rg-hit from 1 by 1
                   until w-rg-hit > w-range-count
               perform build-range-name
               move w-name-out to w-in-name
               move 'N' to w-in-eof
               open input line-in
               if w-in-status = '00'
                   perform until w-in-eof = 'Y'
                       read line-in
                           at end move 'Y' to w-in-eof
                           not at end
                               move spaces to tran-jrnl-record
                               move line-in-record(1:208)
                                   to tran-jrnl-record(1:208)
                               perform chain-journal-entry
                               write tran-jrnl-record
                               add 1 to w-line-count
                       end-read
                   end-perform
                   close line-in
               end-if
           end-perform
           close tran-jrnl-file
           display 'LOAD-COORD: ' function trim(ws-jrnl-name) ' '
                   w-line-count ' ENTRIES'.

       gather-one-work-file.
           move w-kd-whole(w-kd-sub) to w-out-name
           move w-kd-base(w-kd-sub) to w-name-base
           move zeros to w-line-count
           open output line-out
           perform varying w-rg-hit from 1 by 1
                   until w-rg-hit > w-range-count
               perform build-range-name
               move w-name-out to w-in-name
               move 'N' to w-in-eof
               open input line-in
               if w-in-status = '00'
                   perform until w-in-eof = 'Y'
                       read line-in
                           at end move 'Y' to w-in-eof
                           not at end
                               move line-in-record
                                   to line-out-record
                               write line-out-record
                               add 1 to w-line-count
                       end-read
                   end-perform
                   close line-in
               end-if
           end-perform
           close line-out
           display 'LOAD-COORD: ' function trim(w-out-name) ' '
                   w-line-count ' LINES'.

      *
      * Each range advanced only its own branches' sequences - a
      * branch takes its number from the range it belongs to.
      *
       gather-branch-sequences.
           move zeros to w-bq-count
           move 'BRSEQ.DAT' to w-in-name
           perform hold-sequence-file
           move 'BRSEQ' to w-name-base
           perform varying w-rg-hit from 1 by 1
                   until w-rg-hit > w-range-count
               perform build-range-name
               move w-name-out to w-in-name
               perform hold-sequence-file
           end-perform
           move 'BRSEQ.DAT' to w-out-name
           open output line-out
           perform varying w-bq-sub from 1 by 1
                   until w-bq-sub > w-bq-count
               move spaces to line-out-record
               move w-bq-branch(w-bq-sub) to bo-branch
               move w-bq-next(w-bq-sub) to bo-next-seq
               write line-out-record
           end-perform
           close line-out.

       hold-sequence-file.
           move 'N' to w-in-eof
           open input line-in
           if w-in-status = '00'
               perform until w-in-eof = 'Y'
                   read line-in
                       at end move 'Y' to w-in-eof
                       not at end perform hold-one-sequence
                   end-read
               end-perform
               close line-in
           end-if.

       hold-one-sequence.
           if bq-branch not = spaces
               move bq-branch to w-find-branch
               perform find-branch-range
               move 0 to w-bq-hit
               perform varying w-bq-sub from 1 by 1
                       until w-bq-sub > w-bq-count
                   if w-bq-branch(w-bq-sub) = bq-branch
                       move w-bq-sub to w-bq-hit
                   end-if
               end-perform
               if w-bq-hit = 0 and w-bq-count < 100
                   add 1 to w-bq-count
                   move w-bq-count to w-bq-hit
                   move bq-branch to w-bq-branch(w-bq-hit)
                   move bq-next-seq to w-bq-next(w-bq-hit)
               end-if
      *        the live file seeds every branch; a range's copy
      *        only speaks for the branches in that range
               if w-bq-hit > 0 and w-in-name not = 'BRSEQ.DAT'
                       and w-rg-found = w-rg-hit
                   move bq-next-seq to w-bq-next(w-bq-hit)
               end-if
           end-if.

       show-the-board.
           perform load-the-board
           perform varying w-rg-sub from 1 by 1
                   until w-rg-sub > w-range-count
               move w-rg-amount(w-rg-sub) to w-amount-disp
               display 'RANGE ' w-rg-num(w-rg-sub) ' '
                       w-rg-low(w-rg-sub) ' TO '
                       w-rg-high(w-rg-sub) ' '
                       w-rg-count(w-rg-sub) ' RECORDS '
                       function trim(w-amount-disp) ' '
                       w-rg-status(w-rg-sub) ' '
                       w-rg-instance(w-rg-sub)
           end-perform
           move zero to return-code.

       COPY ENQPA.
       COPY JRNLPA.
