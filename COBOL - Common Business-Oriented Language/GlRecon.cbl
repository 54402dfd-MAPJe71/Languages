      *
      * Ledger acceptance reconciliation for the GLPOST.DAT hand-off
      * - write-gl-postings hands the ledger one DR TRADING / CR
      * CLEARING pair per branch, currency, and action under a TRL
      * trailer, and until now nothing listened for the answer;
      * finance found a dropped posting at month-end. This takes
      * the ledger's acceptance/rejection return file and matches
      * it against the pairs sent, by posting date, branch,
      * currency, and action, and reports every pair the ledger
      * refused or has not acknowledged.
      *
      * Unresolved pairs carry forward in GLOPEN.DAT to the next
      * business date's run, and keep carrying until an acceptance
      * clears them - a refusal stays open (the ledger's fix and
      * re-acceptance is what closes it). The open file's HDR line
      * names the last GLPOST.DAT business date taken in, so a
      * rerun on the same day does not take the same hand-off in
      * twice. Same two-pass rewrite as the exception queue: the
      * survivors go to GLOPEN.KEEP first, so a crash mid-run
      * leaves the prior open file intact.
      *
      * Ledger return record (GLACK.DAT): posting business date
      * x(8), branch x(4), currency x(3), action NEW|AMD|REV|FEE, A
      * (accepted) or R (refused), the DR-side amount the ledger
      * saw s9(9)v99, reason x(20), space-separated. An
      * acknowledgement with a blank date answers the oldest open
      * pair for its branch, currency, and action.
      *
      * Arguments: 1 the ledger return file (default GLACK.DAT),
      * 2 the report file (default GLRECON.TXT).
      *
       identification division.
       program-id. GL-RECON.

       environment division.
       input-output section.
       file-control.
           select gl-post-file
           assign to "GLPOST.DAT"
           organization is line sequential
           file status is w-glpost-status.
           select ack-file
           assign to dynamic w-ack-name
           organization is line sequential
           file status is w-ack-status.
           select open-file
           assign to "GLOPEN.DAT"
           organization is line sequential
           file status is w-open-status.
           select keep-file
           assign to "GLOPEN.KEEP"
           organization is line sequential
           file status is w-keep-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
      *
      * The load's hand-off layout - DET lines and the TRL trailer.
      *
       fd  gl-post-file.
       01  gl-post-record.
           03  gl-tag                     pic x(03).
           03  gl-branch                  pic x(04).
           03  gl-currency                pic x(03).
           03  gl-action                  pic x(03).
           03  gl-drcr                    pic x(02).
           03  gl-account                 pic x(08).
           03  gl-amount                  pic s9(9)v99.

       01  gl-post-trailer.
           03  glt-tag                    pic x(03).
           03  glt-bus-date               pic x(08).
           03  glt-count                  pic 9(06).
           03  glt-amount                 pic s9(11)v99.

       fd  ack-file.
       01  ack-record.
           03  ga-post-date               pic x(08).
           03  filler                     pic x.
           03  ga-branch                  pic x(04).
           03  filler                     pic x.
           03  ga-currency                pic x(03).
           03  filler                     pic x.
           03  ga-action                  pic x(03).
           03  filler                     pic x.
           03  ga-result                  pic x.
           03  filler                     pic x.
           03  ga-amount                  pic s9(9)v99.
           03  ga-amount-x redefines ga-amount
                                          pic x(11).
           03  filler                     pic x.
           03  ga-reason                  pic x(20).

       fd  open-file.
       01  open-record.
           03  go-tag                     pic x(03).
           03  go-post-date               pic x(08).
           03  go-branch                  pic x(04).
           03  go-currency                pic x(03).
           03  go-action                  pic x(03).
           03  go-amount                  pic s9(9)v99.
           03  go-state                   pic x.
           03  go-reason                  pic x(20).

       fd  keep-file.
       01  keep-record                    pic x(53).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-ack-name                     pic x(80)
           value "GLACK.DAT".
       01  w-report-name                  pic x(80)
           value "GLRECON.TXT".
       01  w-glpost-status                pic x(2) value spaces.
       01  w-ack-status                   pic x(2) value spaces.
       01  w-open-status                  pic x(2) value spaces.
       01  w-keep-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-glpost-eof                   pic x value 'N'.
           88  glpost-eof                 value 'Y'.
       01  w-ack-eof                      pic x value 'N'.
           88  ack-eof                    value 'Y'.
       01  w-open-eof                     pic x value 'N'.
           88  open-eof                   value 'Y'.
       01  w-keep-eof                     pic x value 'N'.
           88  keep-eof                   value 'Y'.

      *
      * Every pair still in play this run - carried forward from
      * the open file, then today's hand-off. State U is awaiting
      * an acknowledgement, R refused, C cleared (dropped at the
      * rewrite).
      *
       01  w-item-table.
           03  w-it-entry occurs 500 times.
               05  w-it-post-date         pic x(8).
               05  w-it-branch            pic x(4).
               05  w-it-currency          pic x(3).
               05  w-it-action            pic x(3).
               05  w-it-amount            pic s9(9)v99.
               05  w-it-state             pic x.
               05  w-it-reason            pic x(20).
       01  w-item-count                   pic 9(3) value zeros.
       01  w-it-sub                       pic 9(3) value zeros.
       01  w-it-hit                       pic 9(3) value zeros.
       01  w-item-spill                   pic x value 'N'.

       01  w-last-taken                   pic x(8) value spaces.
       01  w-post-date                    pic x(8) value spaces.
       01  w-trailer-seen                 pic x value 'N'.
       01  w-trailer-count                pic 9(6) value zeros.
       01  w-trailer-amount               pic s9(11)v99 value zeros.
       01  w-det-count                    pic 9(6) value zeros.
       01  w-dr-total                     pic s9(11)v99 value zeros.
       01  w-taken-in                     pic x value 'N'.

      *
      * Today's DR lines, held until the trailer has proved the
      * hand-off whole.
      *
       01  w-post-table.
           03  w-pt-entry occurs 300 times.
               05  w-pt-branch            pic x(4).
               05  w-pt-currency          pic x(3).
               05  w-pt-action            pic x(3).
               05  w-pt-amount            pic s9(9)v99.
       01  w-post-count                   pic 9(3) value zeros.
       01  w-pt-sub                       pic 9(3) value zeros.

       01  w-carried-count                pic 9(6) value zeros.
       01  w-new-count                    pic 9(6) value zeros.
       01  w-ack-count                    pic 9(6) value zeros.
       01  w-cleared-count                pic 9(6) value zeros.
       01  w-refused-count                pic 9(6) value zeros.
       01  w-noack-count                  pic 9(6) value zeros.
       01  w-stray-count                  pic 9(6) value zeros.
       01  w-open-total                   pic s9(11)v99 value zeros.
       01  w-open-count                   pic 9(6) value zeros.

       01  w-bus-date-n                   pic 9(8) value zeros.
       01  w-age-from                     pic 9(8) value zeros.
       01  w-age-days                     pic s9(7) value zeros.
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-status                 pic x(2) value spaces.

       01  w-open-line.
           03  rpt-o-state                pic x(9).
           03  rpt-o-post-date            pic x(8).
           03  filler                     pic x value space.
           03  rpt-o-branch               pic x(4).
           03  filler                     pic x value space.
           03  rpt-o-currency             pic x(3).
           03  filler                     pic x value space.
           03  rpt-o-action               pic x(3).
           03  filler                     pic x(5)
               value ' AMT '.
           03  rpt-o-amount               pic -(8)9.99.
           03  filler                     pic x(6)
               value ' AGED '.
           03  rpt-o-days                 pic zzz9.
           03  filler                     pic x(6)
               value ' DAYS '.
           03  rpt-o-reason               pic x(20).
       01  w-stray-line.
           03  filler                     pic x(14)
               value 'UNKNOWN ACK   '.
           03  rpt-s-post-date            pic x(8).
           03  filler                     pic x value space.
           03  rpt-s-branch               pic x(4).
           03  filler                     pic x value space.
           03  rpt-s-currency             pic x(3).
           03  filler                     pic x value space.
           03  rpt-s-action               pic x(3).
           03  filler                     pic x value space.
           03  rpt-s-result               pic x.
           03  filler                     pic x(5)
               value ' AMT '.
           03  rpt-s-amount               pic x(11).
       COPY BUSDTWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-ack-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if

           perform get-business-date
           move ws-bus-date to w-bus-date-n
           perform load-open-items
           perform take-in-hand-off
           if w-trailer-seen = 'Y'
                   and (w-det-count not = w-trailer-count
                   or w-dr-total not = w-trailer-amount)
               display 'GL-RECON: GLPOST.DAT FAILS ITS TRAILER - '
                       'NOT RECONCILED'
               move 16 to return-code
               stop run
           end-if

           open output report-file
           if w-report-status not = '00'
               display 'GL-RECON: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'GLRECON' to ws-rpt-id
           move 'GLRECON' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report

           open input ack-file
           if w-ack-status = '00'
               perform until ack-eof
                   read ack-file
                       at end move 'Y' to w-ack-eof
                       not at end
                           if ga-branch not = spaces
                               add 1 to w-ack-count
                               perform apply-one-ack
                           end-if
                   end-read
               end-perform
               close ack-file
           else
               display 'GL-RECON: NO LEDGER RETURN '
                       function trim(w-ack-name)
                       ' - NOTHING ACKNOWLEDGED'
           end-if

           perform report-open-items
           move w-open-count to ws-rpt-ctl-count
           move w-open-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
      *    a short table would drop pairs from the carry-forward and
      *    mark the hand-off taken in - the prior open file stands
           if w-item-spill = 'Y'
               display 'GL-RECON: OPEN ITEM TABLE EXHAUSTED - '
                       'GLOPEN.DAT NOT REWRITTEN'
               move 16 to return-code
               stop run
           end-if
           perform rewrite-open-file

           display 'GL-RECON SUMMARY'
           display '  CARRIED FORWARD..: ' w-carried-count
           display '  NEW PAIRS SENT...: ' w-new-count
           display '  ACKS READ........: ' w-ack-count
           display '  CLEARED..........: ' w-cleared-count
           display '  REFUSED OPEN.....: ' w-refused-count
           display '  NOT ACKNOWLEDGED.: ' w-noack-count
           display '  UNKNOWN ACKS.....: ' w-stray-count
           move zero to return-code
           if w-open-count > zero or w-stray-count > zero
               move 4 to return-code
           end-if
           stop run.

       load-open-items.
           open input open-file
           if w-open-status = '00'
               perform until open-eof
                   read open-file
                       at end move 'Y' to w-open-eof
                       not at end
                           if go-tag = 'HDR'
                               move go-post-date to w-last-taken
                           else
                               add 1 to w-carried-count
                               move go-post-date to w-post-date
                               move go-branch to gl-branch
                               move go-currency to gl-currency
                               move go-action to gl-action
                               move go-amount to gl-amount
                               perform add-open-item
                               if w-it-hit > 0
                                   move go-state
                                       to w-it-state(w-it-hit)
                                   move go-reason
                                       to w-it-reason(w-it-hit)
                               end-if
                           end-if
                   end-read
               end-perform
               close open-file
           end-if.

      *
      * The DR line of each pair stands for the pair - the CR is
      * its mirror. Taken in only once the trailer proves the
      * file whole, and only if this business date's hand-off is
      * newer than the last one taken.
      *
       take-in-hand-off.
           open input gl-post-file
           if w-glpost-status not = '00'
               display 'GL-RECON: NO GLPOST.DAT - CARRY-FORWARD '
                       'ONLY'
           else
               perform until glpost-eof
                   read gl-post-file
                       at end move 'Y' to w-glpost-eof
                       not at end perform hold-one-posting
                   end-read
               end-perform
               close gl-post-file
           end-if
           if w-trailer-seen = 'Y'
                   and w-det-count = w-trailer-count
                   and w-dr-total = w-trailer-amount
               if w-post-date > w-last-taken
                   move 'Y' to w-taken-in
                   move w-post-date to w-last-taken
                   perform varying w-pt-sub from 1 by 1
                           until w-pt-sub > w-post-count
                       move w-pt-branch(w-pt-sub) to gl-branch
                       move w-pt-currency(w-pt-sub) to gl-currency
                       move w-pt-action(w-pt-sub) to gl-action
                       move w-pt-amount(w-pt-sub) to gl-amount
                       perform add-open-item
                       add 1 to w-new-count
                   end-perform
               else
                   display 'GL-RECON: GLPOST.DAT FOR ' w-post-date
                           ' ALREADY TAKEN IN'
               end-if
           end-if.

       hold-one-posting.
           evaluate gl-tag
               when 'TRL'
                   move 'Y' to w-trailer-seen
                   move glt-bus-date to w-post-date
                   move glt-count to w-trailer-count
                   move glt-amount to w-trailer-amount
               when 'DET'
                   add 1 to w-det-count
                   if gl-drcr = 'DR'
                       add gl-amount to w-dr-total
                       if w-post-count < 300
                           add 1 to w-post-count
                           move gl-branch
                               to w-pt-branch(w-post-count)
                           move gl-currency
                               to w-pt-currency(w-post-count)
                           move gl-action
                               to w-pt-action(w-post-count)
                           move gl-amount
                               to w-pt-amount(w-post-count)
                       else
                           move 'Y' to w-item-spill
                       end-if
                   end-if
           end-evaluate.

       add-open-item.
           move 0 to w-it-hit
           if w-item-count < 500
               add 1 to w-item-count
               move w-item-count to w-it-hit
               move w-post-date to w-it-post-date(w-it-hit)
               move gl-branch to w-it-branch(w-it-hit)
               move gl-currency to w-it-currency(w-it-hit)
               move gl-action to w-it-action(w-it-hit)
               move gl-amount to w-it-amount(w-it-hit)
               move 'U' to w-it-state(w-it-hit)
               move spaces to w-it-reason(w-it-hit)
           else
               move 'Y' to w-item-spill
           end-if.

      *
      * First open pair with the same date (or any date, oldest
      * first, for an undated answer), branch, currency, and
      * action. An acceptance clears it; a refusal, or an
      * acceptance of a different amount, leaves it open with the
      * reason.
      *
       apply-one-ack.
           move 0 to w-it-hit
           perform varying w-it-sub from 1 by 1
                   until w-it-sub > w-item-count or w-it-hit > 0
               if w-it-state(w-it-sub) not = 'C'
                       and w-it-branch(w-it-sub) = ga-branch
                       and w-it-currency(w-it-sub) = ga-currency
                       and w-it-action(w-it-sub) = ga-action
                       and (ga-post-date = spaces
                       or w-it-post-date(w-it-sub) = ga-post-date)
                   move w-it-sub to w-it-hit
               end-if
           end-perform
           evaluate true
               when w-it-hit = 0
                   perform report-stray-ack
               when ga-result = 'A'
                       and ga-amount-x is numeric
                       and ga-amount = w-it-amount(w-it-hit)
                   move 'C' to w-it-state(w-it-hit)
                   add 1 to w-cleared-count
               when ga-result = 'A'
                   move 'R' to w-it-state(w-it-hit)
                   move 'ACCEPTED AMT DIFFERS'
                       to w-it-reason(w-it-hit)
               when other
                   move 'R' to w-it-state(w-it-hit)
                   move ga-reason to w-it-reason(w-it-hit)
                   if ga-reason = spaces
                       move 'REFUSED BY LEDGER'
                           to w-it-reason(w-it-hit)
                   end-if
           end-evaluate.

       report-stray-ack.
           add 1 to w-stray-count
           move ga-post-date to rpt-s-post-date
           move ga-branch to rpt-s-branch
           move ga-currency to rpt-s-currency
           move ga-action to rpt-s-action
           move ga-result to rpt-s-result
           move ga-amount-x to rpt-s-amount
           move w-stray-line to report-line
           perform spool-report-line.

       report-open-items.
           move spaces to report-line
           perform spool-report-line
           perform varying w-it-sub from 1 by 1
                   until w-it-sub > w-item-count
               if w-it-state(w-it-sub) not = 'C'
                   add 1 to w-open-count
                   add w-it-amount(w-it-sub) to w-open-total
                   if w-it-state(w-it-sub) = 'R'
                       add 1 to w-refused-count
                       move 'REFUSED  ' to rpt-o-state
                   else
                       add 1 to w-noack-count
                       move 'NO ACK   ' to rpt-o-state
                   end-if
                   move w-it-post-date(w-it-sub) to rpt-o-post-date
                   move w-it-branch(w-it-sub) to rpt-o-branch
                   move w-it-currency(w-it-sub) to rpt-o-currency
                   move w-it-action(w-it-sub) to rpt-o-action
                   move w-it-amount(w-it-sub) to rpt-o-amount
                   move w-it-reason(w-it-sub) to rpt-o-reason
                   move zeros to w-age-days
                   if w-it-post-date(w-it-sub) is numeric
                       move w-it-post-date(w-it-sub) to w-age-from
                       move 'D' to w-dcalc-func
                       move spaces to w-dcalc-status
                       call 'Y2KDCALC' using w-dcalc-func,
                               w-age-from, w-bus-date-n,
                               w-age-days, omitted, w-dcalc-status
                       if w-dcalc-status not = '00'
                               or w-age-days < 0
                           move zeros to w-age-days
                       end-if
                   end-if
                   move w-age-days to rpt-o-days
                   move w-open-line to report-line
                   perform spool-report-line
               end-if
           end-perform.

       rewrite-open-file.
           open output keep-file
           move spaces to open-record
           move 'HDR' to go-tag
           move w-last-taken to go-post-date
           move open-record to keep-record
           write keep-record
           perform varying w-it-sub from 1 by 1
                   until w-it-sub > w-item-count
               if w-it-state(w-it-sub) not = 'C'
                   move spaces to open-record
                   move 'ITM' to go-tag
                   move w-it-post-date(w-it-sub) to go-post-date
                   move w-it-branch(w-it-sub) to go-branch
                   move w-it-currency(w-it-sub) to go-currency
                   move w-it-action(w-it-sub) to go-action
                   move w-it-amount(w-it-sub) to go-amount
                   move w-it-state(w-it-sub) to go-state
                   move w-it-reason(w-it-sub) to go-reason
                   move open-record to keep-record
                   write keep-record
               end-if
           end-perform
           close keep-file
           open input keep-file
           open output open-file
           perform until keep-eof
               read keep-file
                   at end move 'Y' to w-keep-eof
                   not at end
                       move keep-record to open-record
                       write open-record
               end-read
           end-perform
           close keep-file open-file.

       COPY BUSDTPA.
       COPY RPTFPA.
