      *
      * Branch activity history and anomaly report - LARGE-TRADE
      * judges single trades and STAT-TREND whole-run volumes, but
      * nothing noticed a quiet branch suddenly doing five times
      * its usual day. Run after the y2ksmpl load, this takes the
      * day's activity per branch off the extract the load read
      * and the reject queue it wrote - trades presented (new and
      * amendments), gross amount (amounts without sign),
      * reversals, and rejects - and files it in the branch
      * activity history (BRACTHST.TXT) under the business date,
      * replacing any earlier capture for that date so a rerun
      * counts nothing twice.
      *
      * Each branch's day is then judged against its own trailing
      * average over the history days before it (the last 20 by
      * default, and only once five are on file): any measure
      * more than the multiple (default 3) times its average is
      * flagged HIGH, and a trade count or gross amount below the
      * average divided by the multiple is flagged LOW - a busy
      * branch gone silent is as strange as a quiet one gone busy.
      * An average of zero is judged as one, so a branch that
      * never reverses is not flagged for its first reversal.
      * Every open branch on BRANCH.DAT is judged, active today
      * or not; a closed branch is judged only on a day it shows.
      *
      * Arguments: 1 the report (default BRACTRPT.TXT), 2 the
      * multiple (default 3), 3 the trailing window in history
      * days (default 20, at most 20), 4 the extract (default
      * TRADEEXT.DAT). RETURN-CODE 4 when any branch was flagged.
      *
       identification division.
       program-id. BRANCH-ACTIVITY.

       environment division.
       input-output section.
       file-control.
           select trade-extract
           assign to dynamic w-extract-name
           organization is line sequential
           file status is w-extract-status.
           select tran-reject
           assign to "TRANREJ.DAT"
           organization is line sequential
           file status is w-reject-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select act-hist
           assign to "BRACTHST.TXT"
           organization is line sequential
           file status is w-hist-status.
           select act-keep
           assign to "BRACTHST.KEEP"
           organization is line sequential
           file status is w-keep-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  trade-extract.
       01  extract-record.
           03  ext-key.
               05  ext-branch             pic x(04).
               05  ext-seq                pic x(06).
           03  ext-trade-date             pic x(06).
           03  ext-amount                 pic s9999v99.
           03  ext-amount-x redefines ext-amount
                                          pic x(06).
           03  ext-action                 pic x.
           03  filler                     pic x(29).

       fd  tran-reject.
       01  reject-record.
           03  rej-key.
               05  rej-branch             pic x(04).
               05  rej-seq                pic x(06).
           03  filler                     pic x(48).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

      *
      * One line per branch per business date.
      *
       fd  act-hist.
       01  act-record.
           03  ba-branch                  pic x(04).
           03  filler                     pic x.
           03  ba-date                    pic x(08).
           03  filler                     pic x.
           03  ba-trades                  pic 9(06).
           03  filler                     pic x.
           03  ba-gross                   pic 9(11)v99.
           03  filler                     pic x.
           03  ba-reversals               pic 9(06).
           03  filler                     pic x.
           03  ba-rejects                 pic 9(06).

       fd  act-keep.
       01  keep-record                    pic x(48).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-extract-name                 pic x(80)
           value "TRADEEXT.DAT".
       01  w-report-name                  pic x(80)
           value "BRACTRPT.TXT".
       01  w-extract-status               pic x(2) value spaces.
       01  w-reject-status                pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-hist-status                  pic x(2) value spaces.
       01  w-keep-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

       01  w-multiple                     pic 9(2) value 3.
       01  w-window                       pic 9(2) value 20.
       01  w-min-days                     pic 9(2) value 5.

      *
      * Per branch: today's activity, and the trailing history
      * days in a ring - the last W-WINDOW days read replace the
      * oldest as the history is read in date order.
      *
       01  w-br-table.
           03  w-br-entry occurs 200 times.
               05  w-b-code               pic x(4).
               05  w-b-region             pic x(8).
               05  w-b-trades             pic 9(6).
               05  w-b-gross              pic 9(11)v99.
               05  w-b-reversals          pic 9(6).
               05  w-b-rejects            pic 9(6).
               05  w-b-days               pic 9(2).
               05  w-b-next               pic 9(2).
               05  w-b-hist occurs 20 times.
                   07  w-bh-trades        pic 9(6).
                   07  w-bh-gross         pic 9(11)v99.
                   07  w-bh-reversals     pic 9(6).
                   07  w-bh-rejects       pic 9(6).
       01  w-br-count                     pic 9(3) value zeros.
       01  w-br-sub                       pic 9(3) value zeros.
       01  w-br-hit                       pic 9(3) value zeros.
       01  w-br-spill                     pic x value 'N'.
       01  w-h-sub                        pic 9(2) value zeros.
       01  w-find-code                    pic x(4) value spaces.

       01  w-avg-trades                   pic 9(6)v99 value zeros.
       01  w-avg-gross                    pic 9(11)v99 value zeros.
       01  w-avg-reversals                pic 9(6)v99 value zeros.
       01  w-avg-rejects                  pic 9(6)v99 value zeros.
       01  w-sum-trades                   pic 9(8) value zeros.
       01  w-sum-gross                    pic 9(13)v99 value zeros.
       01  w-sum-reversals                pic 9(8) value zeros.
       01  w-sum-rejects                  pic 9(8) value zeros.
       01  w-judge-value                  pic 9(11)v99 value zeros.
       01  w-judge-avg                    pic 9(11)v99 value zeros.
       01  w-judge-low                    pic x value 'N'.
       01  w-judge-name                   pic x(6) value spaces.
       01  w-flags                        pic x(40) value spaces.
       01  w-flag-ptr                     pic 9(3) value 1.

       01  w-read-count                   pic 9(6) value zeros.
       01  w-reject-count                 pic 9(6) value zeros.
       01  w-flag-count                   pic 9(4) value zeros.
       01  w-gross-total                  pic s9(11)v99 value zeros.
       01  w-amount-work                  pic s9999v99 value zeros.

       01  w-head-1.
           03  filler                     pic x(33) value
               'BRCH REGION   DAYS TRADES TODAY/A'.
           03  filler                     pic x(33) value
               'VG GROSS TODAY / AVERAGE        R'.
           03  filler                     pic x(33) value
               'EVERSALS    REJECTS      FLAGS   '.
       01  w-detail-line.
           03  rpt-branch                 pic x(4).
           03  filler                     pic x value space.
           03  rpt-region                 pic x(8).
           03  filler                     pic x value space.
           03  rpt-days                   pic zz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-trades                 pic zzzzz9.
           03  filler                     pic x value '/'.
           03  rpt-avg-trades             pic zzzzz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-gross                  pic z(10)9.99.
           03  filler                     pic x value '/'.
           03  rpt-avg-gross              pic z(10)9.99.
           03  filler                     pic x(2) value spaces.
           03  rpt-reversals              pic zzzz9.
           03  filler                     pic x value '/'.
           03  rpt-avg-reversals          pic zzzz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-rejects                pic zzzz9.
           03  filler                     pic x value '/'.
           03  rpt-avg-rejects            pic zzzz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-flags                  pic x(40).

       COPY BUSDTWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function numval(w-cmd-arg) to w-multiple
           end-if
           if w-multiple < 2
               move 2 to w-multiple
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function numval(w-cmd-arg) to w-window
           end-if
           if w-window > 20 or w-window = zero
               move 20 to w-window
           end-if
           if w-min-days > w-window
               move w-window to w-min-days
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-extract-name
           end-if

           perform get-business-date
           perform load-branch-master
           perform tally-extract
           perform tally-rejects
           perform rewrite-activity-history
           if w-br-spill = 'Y'
               display 'BRANCH-ACTIVITY: BRANCH TABLE EXHAUSTED - '
                       'SOME BRANCHES NOT JUDGED'
           end-if

           open output report-file
           if w-report-status not = '00'
               display 'BRANCH-ACTIVITY: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'BRACTIVITY' to ws-rpt-id
           move 'BRACTVTY' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           move w-head-1 to report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               perform judge-one-branch
           end-perform
           move w-flag-count to ws-rpt-ctl-count
           move w-gross-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'BRANCH-ACTIVITY SUMMARY: ' ws-bus-date
           display '  EXTRACT RECORDS..: ' w-read-count
           display '  REJECTS..........: ' w-reject-count
           display '  BRANCHES JUDGED..: ' w-br-count
           display '  BRANCHES FLAGGED.: ' w-flag-count
           display '  MULTIPLE.........: ' w-multiple
           move zero to return-code
           if w-flag-count > zero
               move 4 to return-code
           end-if
           stop run.

      *
      * Every open branch on the master is judged - a branch with
      * no activity today is exactly the one nobody would look at.
      * A closed branch is expected to be silent and is left out.
      *
       load-branch-master.
           move 'N' to w-eof
           open input branch-master
           if w-branch-status = '00'
               perform until at-eof
                   read branch-master
                       at end move 'Y' to w-eof
                       not at end
                           if br-status not = 'C'
                               move br-code to w-find-code
                               perform find-branch-slot
                               if w-br-hit > 0
                                   move br-region
                                       to w-b-region(w-br-hit)
                               end-if
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if.

       find-branch-slot.
           move 0 to w-br-hit
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               if w-b-code(w-br-sub) = w-find-code
                   move w-br-sub to w-br-hit
               end-if
           end-perform
           if w-br-hit = 0
               if w-br-count < 200
                   add 1 to w-br-count
                   move w-br-count to w-br-hit
                   initialize w-br-entry(w-br-hit)
                   move w-find-code to w-b-code(w-br-hit)
                   move 1 to w-b-next(w-br-hit)
               else
                   move 'Y' to w-br-spill
               end-if
           end-if.

      *
      * Lookup only - the history never adds a branch.
      *
       find-branch-entry.
           move 0 to w-br-hit
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               if w-b-code(w-br-sub) = w-find-code
                   move w-br-sub to w-br-hit
               end-if
           end-perform.

       tally-extract.
           move 'N' to w-eof
           open input trade-extract
           if w-extract-status not = '00'
               display 'BRANCH-ACTIVITY: NO EXTRACT '
                       function trim(w-extract-name)
           else
               perform until at-eof
                   read trade-extract
                       at end move 'Y' to w-eof
                       not at end
                           if ext-key(1:3) not = 'HDR'
                               add 1 to w-read-count
                               perform tally-one-extract-record
                           end-if
                   end-read
               end-perform
               close trade-extract
           end-if.

       tally-one-extract-record.
           move ext-branch to w-find-code
           perform find-branch-slot
           if w-br-hit > 0
               if ext-action = 'R'
                   add 1 to w-b-reversals(w-br-hit)
               else
                   add 1 to w-b-trades(w-br-hit)
               end-if
               if ext-amount-x is numeric
                   move ext-amount to w-amount-work
                   if w-amount-work < zero
                       compute w-amount-work = zero - w-amount-work
                   end-if
                   add w-amount-work to w-b-gross(w-br-hit)
                   add w-amount-work to w-gross-total
               end-if
           end-if.

       tally-rejects.
           move 'N' to w-eof
           open input tran-reject
           if w-reject-status = '00'
               perform until at-eof
                   read tran-reject
                       at end move 'Y' to w-eof
                       not at end
                           add 1 to w-reject-count
                           move rej-branch to w-find-code
                           perform find-branch-slot
                           if w-br-hit > 0
                               add 1 to w-b-rejects(w-br-hit)
                           end-if
                   end-read
               end-perform
               close tran-reject
           end-if.

      *
      * Two passes through BRACTHST.KEEP, the way the load
      * rewrites BRBALHST.DAT: every line but the business date's
      * is kept (and the earlier ones feed the trailing rings),
      * then today's capture is appended. A branch that is neither
      * open nor active today keeps its lines on file but is not
      * brought back to be judged by them.
      *
       rewrite-activity-history.
           open output act-keep
           if w-keep-status not = '00'
               display 'BRANCH-ACTIVITY: CANNOT OPEN BRACTHST.KEEP '
                       'STATUS ' w-keep-status ' - HISTORY NOT FILED'
               move 16 to return-code
               stop run
           end-if
           move 'N' to w-eof
           open input act-hist
           if w-hist-status = '00'
               perform until at-eof
                   read act-hist
                       at end move 'Y' to w-eof
                       not at end perform keep-one-history-line
                   end-read
               end-perform
               close act-hist
           end-if
           close act-keep
           open input act-keep
           if w-keep-status not = '00'
               display 'BRANCH-ACTIVITY: CANNOT REOPEN BRACTHST.KEEP '
                       'STATUS ' w-keep-status ' - HISTORY NOT FILED'
               move 16 to return-code
               stop run
           end-if
           open output act-hist
           if w-hist-status not = '00'
               display 'BRANCH-ACTIVITY: CANNOT REWRITE BRACTHST.TXT '
                       'STATUS ' w-hist-status
                       ' - BRACTHST.KEEP HOLDS THE HISTORY'
               close act-keep
               move 16 to return-code
               stop run
           end-if
           move 'N' to w-eof
           perform until at-eof
               read act-keep
                   at end move 'Y' to w-eof
                   not at end
                       move keep-record to act-record
                       write act-record
               end-read
           end-perform
           close act-keep
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               move spaces to act-record
               move w-b-code(w-br-sub) to ba-branch
               move ws-bus-date to ba-date
               move w-b-trades(w-br-sub) to ba-trades
               move w-b-gross(w-br-sub) to ba-gross
               move w-b-reversals(w-br-sub) to ba-reversals
               move w-b-rejects(w-br-sub) to ba-rejects
               write act-record
           end-perform
           close act-hist.

       keep-one-history-line.
           if ba-date not = ws-bus-date
               move act-record to keep-record
               write keep-record
               if ba-date < ws-bus-date
                   move ba-branch to w-find-code
                   perform find-branch-entry
                   if w-br-hit > 0
                       perform hold-one-history-day
                   end-if
               end-if
           end-if.

       hold-one-history-day.
           move w-b-next(w-br-hit) to w-h-sub
           move ba-trades to w-bh-trades(w-br-hit, w-h-sub)
           move ba-gross to w-bh-gross(w-br-hit, w-h-sub)
           move ba-reversals to w-bh-reversals(w-br-hit, w-h-sub)
           move ba-rejects to w-bh-rejects(w-br-hit, w-h-sub)
           if w-b-days(w-br-hit) < w-window
               add 1 to w-b-days(w-br-hit)
           end-if
           if w-h-sub >= w-window
               move 1 to w-b-next(w-br-hit)
           else
               add 1 to w-b-next(w-br-hit)
           end-if.

      *
      * Today against the branch's own trailing average, measure
      * by measure.
      *
       judge-one-branch.
           move zeros to w-sum-trades w-sum-gross
                         w-sum-reversals w-sum-rejects
           move zeros to w-avg-trades w-avg-gross
                         w-avg-reversals w-avg-rejects
           perform varying w-h-sub from 1 by 1
                   until w-h-sub > w-b-days(w-br-sub)
               add w-bh-trades(w-br-sub, w-h-sub) to w-sum-trades
               add w-bh-gross(w-br-sub, w-h-sub) to w-sum-gross
               add w-bh-reversals(w-br-sub, w-h-sub)
                   to w-sum-reversals
               add w-bh-rejects(w-br-sub, w-h-sub) to w-sum-rejects
           end-perform
           if w-b-days(w-br-sub) > zero
               compute w-avg-trades rounded =
                   w-sum-trades / w-b-days(w-br-sub)
               compute w-avg-gross rounded =
                   w-sum-gross / w-b-days(w-br-sub)
               compute w-avg-reversals rounded =
                   w-sum-reversals / w-b-days(w-br-sub)
               compute w-avg-rejects rounded =
                   w-sum-rejects / w-b-days(w-br-sub)
           end-if
           move spaces to w-flags
           move 1 to w-flag-ptr
           if w-b-days(w-br-sub) < w-min-days
               move 'SHORT HISTORY - NOT JUDGED' to w-flags
           else
               move 'TRADES' to w-judge-name
               move w-b-trades(w-br-sub) to w-judge-value
               move w-avg-trades to w-judge-avg
               move 'Y' to w-judge-low
               perform judge-one-measure
               move 'GROSS' to w-judge-name
               move w-b-gross(w-br-sub) to w-judge-value
               move w-avg-gross to w-judge-avg
               move 'Y' to w-judge-low
               perform judge-one-measure
               move 'REVS' to w-judge-name
               move w-b-reversals(w-br-sub) to w-judge-value
               move w-avg-reversals to w-judge-avg
               move 'N' to w-judge-low
               perform judge-one-measure
               move 'REJS' to w-judge-name
               move w-b-rejects(w-br-sub) to w-judge-value
               move w-avg-rejects to w-judge-avg
               move 'N' to w-judge-low
               perform judge-one-measure
               if w-flag-ptr > 1
                   add 1 to w-flag-count
                   display 'BRANCH-ACTIVITY: BRANCH '
                           w-b-code(w-br-sub) ' '
                           function trim(w-flags)
               end-if
           end-if
           move spaces to report-line
           move w-b-code(w-br-sub) to rpt-branch
           move w-b-region(w-br-sub) to rpt-region
           move w-b-days(w-br-sub) to rpt-days
           move w-b-trades(w-br-sub) to rpt-trades
           move w-avg-trades to rpt-avg-trades
           move w-b-gross(w-br-sub) to rpt-gross
           move w-avg-gross to rpt-avg-gross
           move w-b-reversals(w-br-sub) to rpt-reversals
           move w-avg-reversals to rpt-avg-reversals
           move w-b-rejects(w-br-sub) to rpt-rejects
           move w-avg-rejects to rpt-avg-rejects
           move w-flags to rpt-flags
           move w-detail-line to report-line
           perform spool-report-line.

      *
      * An average under one is taken as one, so a measure that
      * is normally nil is flagged only once it reaches the
      * multiple, and never for dropping.
      *
       judge-one-measure.
           if w-judge-avg < 1
               move 1 to w-judge-avg
               move 'N' to w-judge-low
           end-if
           evaluate true
               when w-judge-value > w-judge-avg * w-multiple
                   string function trim(w-judge-name) ' HIGH '
                       delimited by size into w-flags
                       with pointer w-flag-ptr
               when w-judge-low = 'Y'
                       and w-judge-value < w-judge-avg / w-multiple
                   string function trim(w-judge-name) ' LOW '
                       delimited by size into w-flags
                       with pointer w-flag-ptr
           end-evaluate.

       COPY BUSDTPA.
       COPY RPTFPA.
