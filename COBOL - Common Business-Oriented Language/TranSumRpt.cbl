      * RETURN-CODE 16 on any difference, the RENUMBER-PROG
      * control-total discipline applied to the money file.
      *
      * Given a trade-date range the summary covers only the
      * trades dated inside it, read along the trade-date index
      * from the first of them to the last rather than by a pass
      * over the whole history; the control totals are then the
      * range's. Branches print in code order either way.
      *
      * Arguments: 1 the trade history (default tran.dat, or the
      * Y2KSMPL_TRAN_FILE override y2ksmpl honors), 2 the report
      * file (default TRANSUM.TXT), 3 the first trade date
      * YYYYMMDD (optional), 4 the last trade date YYYYMMDD
      * (optional).
      *
       identification division.
       program-id. TRAN-SUMMARY.
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select report-file
           assign to dynamic w-report-name
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  report-file.
       01  report-line                    pic x(132).
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.

       01  w-from-date                    pic 9(8) value zeros.
       01  w-to-date                      pic 9(8) value 99999999.
       01  w-bounded                      pic x value 'N'.

       01  w-tran-count                   pic 9(8) value zeros.
       01  w-tran-total                   pic s9(9)v99 value zeros.

           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:8) is not numeric
                   display 'TRAN-SUMMARY: BAD FROM DATE '
                           w-cmd-arg(1:8)
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-from-date
               move 'Y' to w-bounded
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:8) is not numeric
                   display 'TRAN-SUMMARY: BAD TO DATE '
                           w-cmd-arg(1:8)
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-to-date
               move 'Y' to w-bounded
           end-if

           open input tran
           if w-tran-status not = '00'
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report

           if w-bounded = 'Y'
               move spaces to report-line
               string 'TRADE DATES ' w-from-date ' TO ' w-to-date
                   delimited by size into report-line
               perform spool-report-line
               move w-from-date to tran-trade-date
               start tran key is >= tran-trade-date
                   invalid key move 'Y' to w-tran-eof
               end-start
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       if tran-trade-date > w-to-date
                           move 'Y' to w-tran-eof
                       else
                           perform tally-one-trade
                       end-if
               end-read
           end-perform
           close tran
               end-if
           end-perform
           if w-br-hit = 0 and w-branch-count < 100
               perform open-branch-slot
           end-if.

      *
      * A new branch goes in at its place in code order, the
      * later branches moved up one - a date-ordered read meets
      * the branches in no particular order.
      *
       open-branch-slot.
           compute w-br-hit = w-branch-count + 1
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-branch-count
               if w-br-code(w-br-sub) > tran-branch
                       and w-br-hit > w-branch-count
                   move w-br-sub to w-br-hit
               end-if
           end-perform
           perform varying w-br-sub from w-branch-count by -1
                   until w-br-sub < w-br-hit
               move w-br-entry(w-br-sub)
                   to w-br-entry(w-br-sub + 1)
           end-perform
           add 1 to w-branch-count
           initialize w-br-entry(w-br-hit)
           move tran-branch to w-br-code(w-br-hit).

       find-date-slot.
           move 0 to w-bd-hit
           perform varying w-bd-sub from 1 by 1
