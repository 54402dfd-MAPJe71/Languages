      * two or more trades. The threshold lives in the control
      * file, not the compile.
      *
      * Given a trade-date range only the trades dated inside it
      * are judged, read along the trade-date index from the
      * first of them to the last rather than by a pass over the
      * whole history.
      *
      * Arguments: 1 the report file (default COMPLY.TXT), 2 the
      * trade history (default tran.dat / Y2KSMPL_TRAN_FILE), 3
      * the first trade date YYYYMMDD (optional), 4 the last
      * trade date YYYYMMDD (optional).
      *
       identification division.
       program-id. LARGE-TRADE.
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select comply-ctl
           assign to "COMPLY.CTL"
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  comply-ctl.
       01  comply-record                  pic x(12).
       01  w-read-count                   pic 9(8) value zeros.
       01  w-large-count                  pic 9(6) value zeros.
       01  w-struct-count                 pic 9(6) value zeros.
       01  w-from-date                    pic 9(8) value zeros.
       01  w-to-date                      pic 9(8) value 99999999.
       01  w-bounded                      pic x value 'N'.

      *
      * Branch/day buckets of the sub-threshold trades only - the
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:8) is not numeric
                   display 'LARGE-TRADE: BAD FROM DATE '
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
                   display 'LARGE-TRADE: BAD TO DATE '
                           w-cmd-arg(1:8)
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-to-date
               move 'Y' to w-bounded
           end-if

           perform load-threshold
           open input tran
               w-threshold
               delimited by size into report-line
           write report-line
           if w-bounded = 'Y'
               move spaces to report-line
               string 'TRADE DATES ' w-from-date ' TO ' w-to-date
                   delimited by size into report-line
               write report-line
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
                           perform judge-one-trade
                       end-if
               end-read
           end-perform
           close tran
