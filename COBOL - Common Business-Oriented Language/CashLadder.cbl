      * now stamps - treasury's "when does the cash actually move"
      * answered from data. Builds the next ten business days from
      * the business date against the shop calendar, then reads the
      * trade history along its settlement-date index - starting
      * at the first trade settling after the business date and
      * stopping at the first beyond the tenth ladder day - and
      * buckets each trade by settlement day, branch, and
      * currency, split into cash in (positive amounts) and cash
      * out (negative). Trades already settled or carrying no
      * settlement date (loaded before the field existed) sort
      * ahead of the window and are never read.
      *
      * The ladder then answers whether the cash is there: each
      * currency's daily net flow, every branch together, is run
      * forward from the booked balance of that currency's nostro
      * account (NOSTRO.DAT, kept by NOSTRO-MAINT), and the
      * projection report flags every business day the account is
      * projected below zero - and, worse, past the overdraft line
      * agreed with the correspondent. A balance booked before the
      * business date, and a currency with flows but no account,
      * are flagged too. The flags are warnings for treasury to
      * act on; the run still ends clean.
      *
      * Arguments: 1 the report file (default CASHLAD.TXT), 2 the
      * trade history (default tran.dat / Y2KSMPL_TRAN_FILE), 3
      * the nostro projection report (default NOSPROJ.TXT).
      *
       identification division.
       program-id. CASH-LADDER.
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
           organization is line sequential
           file status is w-report-status.
           select nostro-master
           assign to "NOSTRO.DAT"
           organization is line sequential
           file status is w-nostro-status.
           select proj-file
           assign to dynamic w-proj-name
           organization is line sequential
           file status is w-proj-status.
           COPY BUSDTSL.
           COPY CALSL.

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

       fd  nostro-master.
       01  nostro-record.
           03  nm-currency                pic x(03).
           03  filler                     pic x.
           03  nm-account                 pic x(20).
           03  filler                     pic x.
           03  nm-balance                 pic x(16).
           03  filler                     pic x.
           03  nm-line                    pic x(16).
           03  filler                     pic x.
           03  nm-bal-date                pic x(08).

       fd  proj-file.
       01  proj-line                      pic x(132).
       COPY BUSDTFD.
       COPY CALFD.

       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-report-name                  pic x(80)
           value "CASHLAD.TXT".
       01  w-proj-name                    pic x(80)
           value "NOSPROJ.TXT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-nostro-status                pic x(2) value spaces.
       01  w-proj-status                  pic x(2) value spaces.
       01  w-nostro-eof                   pic x value 'N'.
           88  nostro-eof                 value 'Y'.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-window-count                 pic 9(8) value zeros.
       01  w-beyond-count                 pic 9(8) value zeros.
       01  w-day-in-total                 pic s9(11)v99 value zeros.
       01  w-day-out-total                pic s9(11)v99 value zeros.
       01  w-work-ccy                     pic x(3) value spaces.
       01  w-base-currency                pic x(3) value 'USD'.

      *
      * Each currency's net flow per ladder day, all branches
      * together - what the nostro account actually sees.
      *
       01  w-cnet-table.
           03  w-cnet-entry occurs 20 times.
               05  w-cn-ccy               pic x(3).
               05  w-cn-net occurs 10 times
                                          pic s9(11)v99.
               05  w-cn-projected         pic x.
       01  w-cnet-count                   pic 9(2) value zeros.
       01  w-cnet-sub                     pic 9(2) value zeros.
       01  w-cnet-hit                     pic 9(2) value zeros.
       01  w-cnet-spill                   pic x value 'N'.

       01  w-nostro-table.
           03  w-nostro-entry occurs 50 times.
               05  w-ns-ccy               pic x(3).
               05  w-ns-account           pic x(20).
               05  w-ns-balance           pic s9(11)v99.
               05  w-ns-line              pic s9(11)v99.
               05  w-ns-bal-date          pic x(8).
       01  w-nostro-count                 pic 9(2) value zeros.
       01  w-nostro-sub                   pic 9(2) value zeros.
       01  w-proj-balance                 pic s9(11)v99 value zeros.
       01  w-proj-floor                   pic s9(11)v99 value zeros.
       01  w-day-net                      pic s9(11)v99 value zeros.
       01  w-below-count                  pic 9(4) value zeros.
       01  w-over-count                   pic 9(4) value zeros.
       01  w-stale-count                  pic 9(4) value zeros.
       01  w-noacct-count                 pic 9(4) value zeros.

       01  w-day-head.
           03  filler                     pic x(12)
               value 'SETTLE DAY  '.
               value '  OUT '.
           03  rpt-day-out                pic -(10)9.99.

       01  w-nostro-head.
           03  filler                     pic x(7)
               value 'NOSTRO '.
           03  rpt-n-ccy                  pic x(3).
           03  filler                     pic x value space.
           03  rpt-n-account              pic x(20).
           03  filler                     pic x(8)
               value ' BOOKED '.
           03  rpt-n-balance              pic -(10)9.99.
           03  filler                     pic x(7)
               value ' AS OF '.
           03  rpt-n-bal-date             pic x(8).
           03  filler                     pic x(6)
               value ' LINE '.
           03  rpt-n-line                 pic -(10)9.99.
       01  w-proj-detail.
           03  filler                     pic x(2) value spaces.
           03  rpt-p-date                 pic 9(8).
           03  filler                     pic x(6)
               value '  NET '.
           03  rpt-p-net                  pic -(10)9.99.
           03  filler                     pic x(12)
               value '  PROJECTED '.
           03  rpt-p-balance              pic -(10)9.99.
           03  filler                     pic x(2) value spaces.
           03  rpt-p-flag                 pic x(30).

       COPY BUSDTWS.
       COPY CALWS.

               end-if
           end-if

           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-proj-name
           end-if

           perform get-business-date
           perform build-ladder-days
           perform ladder-the-trades
           perform write-ladder-report
           perform load-nostro-accounts
           perform write-nostro-projection
           stop run.

      *
               move 16 to return-code
               stop run
           end-if
           move function numval(ws-bus-date) to tran-settle-date
           start tran key is > tran-settle-date
               invalid key move 'Y' to w-tran-eof
           end-start
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       if tran-settle-date > w-day-date(10)
                           move 'Y' to w-tran-eof
                       else
                           perform ladder-one-trade
                       end-if
               end-read
           end-perform
           close tran.

       ladder-one-trade.
           add 1 to w-read-count
           perform find-ladder-day
           if w-day-hit > 0
               perform bucket-ladder-amount
           else
      *        settles inside the window but on a non-business
      *        day - the cash moves on the next rung up
               perform find-next-rung
               if w-day-hit > 0
                   perform bucket-ladder-amount
               else
                   add 1 to w-beyond-count
               end-if
           end-if.

       find-ladder-day.
           move 0 to w-day-hit
                   add tran-amount
                       to w-l-in(w-lad-hit, w-day-hit)
               end-if
           end-if
           perform tally-currency-net.

       tally-currency-net.
           move 0 to w-cnet-hit
           perform varying w-cnet-sub from 1 by 1
                   until w-cnet-sub > w-cnet-count
               if w-cn-ccy(w-cnet-sub) = w-work-ccy
                   move w-cnet-sub to w-cnet-hit
               end-if
           end-perform
           if w-cnet-hit = 0 and w-cnet-count < 20
               add 1 to w-cnet-count
               move w-cnet-count to w-cnet-hit
               initialize w-cnet-entry(w-cnet-hit)
               move w-work-ccy to w-cn-ccy(w-cnet-hit)
               move 'N' to w-cn-projected(w-cnet-hit)
           end-if
           if w-cnet-hit = 0
               move 'Y' to w-cnet-spill
           else
               add tran-amount to w-cn-net(w-cnet-hit, w-day-hit)
           end-if.

       write-ladder-report.
           close report-file
           display 'CASH-LADDER: READ ' w-read-count
                   ' IN WINDOW ' w-window-count
           display '  BEYOND WINDOW...: ' w-beyond-count.

       write-one-ladder-day.
           move spaces to report-line
           move w-day-foot to report-line
           write report-line.

       load-nostro-accounts.
           open input nostro-master
           if w-nostro-status not = '00'
               display 'CASH-LADDER: NO NOSTRO.DAT - '
                       'NOTHING TO PROJECT AGAINST'
           else
               perform until nostro-eof
                   read nostro-master
                       at end move 'Y' to w-nostro-eof
                       not at end
                           if nm-currency not = spaces
                                   and w-nostro-count < 50
                               perform hold-one-account
                           end-if
                   end-read
               end-perform
               close nostro-master
           end-if.

       hold-one-account.
           add 1 to w-nostro-count
           move nm-currency to w-ns-ccy(w-nostro-count)
           move nm-account to w-ns-account(w-nostro-count)
           move nm-bal-date to w-ns-bal-date(w-nostro-count)
           move zeros to w-ns-balance(w-nostro-count)
           move zeros to w-ns-line(w-nostro-count)
           if nm-balance not = spaces
               compute w-ns-balance(w-nostro-count) =
                   function numval(nm-balance)
           end-if
           if nm-line not = spaces
               compute w-ns-line(w-nostro-count) =
                   function numval(nm-line)
           end-if.

       write-nostro-projection.
           open output proj-file
           if w-proj-status not = '00'
               display 'CASH-LADDER: CANNOT OPEN REPORT '
                       function trim(w-proj-name)
               move 16 to return-code
               stop run
           end-if
           perform varying w-nostro-sub from 1 by 1
                   until w-nostro-sub > w-nostro-count
               perform project-one-account
           end-perform
      *    cash moving in a currency nobody holds an account in
      *    has nowhere to land
           perform varying w-cnet-sub from 1 by 1
                   until w-cnet-sub > w-cnet-count
               if w-cn-projected(w-cnet-sub) = 'N'
                   add 1 to w-noacct-count
                   move spaces to proj-line
                   write proj-line
                   string 'CURRENCY ' w-cn-ccy(w-cnet-sub)
                       ' HAS LADDER FLOWS BUT NO NOSTRO ACCOUNT'
                       delimited by size into proj-line
                   write proj-line
               end-if
           end-perform
           if w-cnet-spill = 'Y'
               move spaces to proj-line
               move 'CURRENCY BUCKETS EXHAUSTED - INCOMPLETE'
                   to proj-line
               write proj-line
               move 16 to return-code
           end-if
           close proj-file
           display 'CASH-LADDER: NOSTRO ACCOUNTS ' w-nostro-count
           display '  DAYS BELOW ZERO..: ' w-below-count
           display '  DAYS OVER LINE...: ' w-over-count
           display '  STALE BALANCES...: ' w-stale-count
           display '  NO ACCOUNT.......: ' w-noacct-count
           if w-below-count > zero or w-over-count > zero
               display 'CASH-LADDER: *** PROJECTED NOSTRO '
                       'SHORTFALL - SEE '
                       function trim(w-proj-name) ' ***'
           end-if.

      *
      * Below zero is borrowing on the line; past the line is
      * borrowing the bank never agreed to - both cost interest,
      * the second costs more than interest.
      *
       project-one-account.
           move w-ns-ccy(w-nostro-sub) to rpt-n-ccy
           move w-ns-account(w-nostro-sub) to rpt-n-account
           move w-ns-balance(w-nostro-sub) to rpt-n-balance
           move w-ns-bal-date(w-nostro-sub) to rpt-n-bal-date
           move w-ns-line(w-nostro-sub) to rpt-n-line
           move spaces to proj-line
           write proj-line
           move w-nostro-head to proj-line
           write proj-line
           if w-ns-bal-date(w-nostro-sub) < ws-bus-date
               add 1 to w-stale-count
               move spaces to proj-line
               string '  *** BOOKED BALANCE PREDATES BUSINESS DATE '
                   ws-bus-date ' ***'
                   delimited by size into proj-line
               write proj-line
           end-if
           move 0 to w-cnet-hit
           perform varying w-cnet-sub from 1 by 1
                   until w-cnet-sub > w-cnet-count
               if w-cn-ccy(w-cnet-sub) = w-ns-ccy(w-nostro-sub)
                   move w-cnet-sub to w-cnet-hit
               end-if
           end-perform
           if w-cnet-hit > 0
               move 'Y' to w-cn-projected(w-cnet-hit)
           end-if
           move w-ns-balance(w-nostro-sub) to w-proj-balance
           compute w-proj-floor = zero - w-ns-line(w-nostro-sub)
           perform varying w-day-sub from 1 by 1
                   until w-day-sub > 10
               perform project-one-day
           end-perform.

       project-one-day.
           move zeros to w-day-net
           if w-cnet-hit > 0
               move w-cn-net(w-cnet-hit, w-day-sub) to w-day-net
           end-if
           add w-day-net to w-proj-balance
           move w-day-date(w-day-sub) to rpt-p-date
           move w-day-net to rpt-p-net
           move w-proj-balance to rpt-p-balance
           evaluate true
               when w-proj-balance < w-proj-floor
                   move '*** OVER OVERDRAFT LINE ***' to rpt-p-flag
                   add 1 to w-over-count
               when w-proj-balance < zero
                   move '*** BELOW ZERO ***' to rpt-p-flag
                   add 1 to w-below-count
               when other
                   move spaces to rpt-p-flag
           end-evaluate
           move w-proj-detail to proj-line
           write proj-line.

       COPY BUSDTPA.
       COPY CALPA.
