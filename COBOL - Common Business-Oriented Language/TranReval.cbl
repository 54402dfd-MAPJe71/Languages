      * excluded, the way the load treats a no-rate trade. Base
      * currency amounts revalue to themselves and carry no gain.
      *
      * Given a trade-date range only the trades dated inside it
      * are revalued, read along the trade-date index from the
      * first of them to the last rather than by a pass over the
      * whole history.
      *
      * Arguments: 1 month-end rate date YYYYMMDD (required), 2
      * load rate date YYYYMMDD (required - the valuation being
      * measured against), 3 the report file (default REVAL.TXT),
      * 4 the trade history (default tran.dat / Y2KSMPL_TRAN_FILE),
      * 5 the first trade date YYYYMMDD (optional), 6 the last
      * trade date YYYYMMDD (optional).
      *
       identification division.
       program-id. TRAN-REVAL.
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select rates-file
           assign to "RATES.CTL"
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  rates-file.
       01  rates-record.
       01  w-buck-spill                   pic x value 'N'.
       01  w-work-ccy                     pic x(3) value spaces.

       01  w-from-date                    pic 9(8) value zeros.
       01  w-to-date                      pic 9(8) value 99999999.
       01  w-bounded                      pic x value 'N'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-norate-count                 pic 9(8) value zeros.
       01  w-old-equiv                    pic s9(11)v99 value zeros.
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           display 5 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:8) is not numeric
                   display 'TRAN-REVAL: BAD FROM DATE '
                           w-cmd-arg(1:8)
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-from-date
               move 'Y' to w-bounded
           end-if
           display 6 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:8) is not numeric
                   display 'TRAN-REVAL: BAD TO DATE '
                           w-cmd-arg(1:8)
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-to-date
               move 'Y' to w-bounded
           end-if

           perform load-both-rate-sets
           perform bucket-the-history
               move 16 to return-code
               stop run
           end-if
           if w-bounded = 'Y'
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
                           perform bucket-one-trade
                       end-if
               end-read
           end-perform
           close tran.
               ' AGAINST ' w-ld-date ' VALUATIONS'
               delimited by size into report-line
           write report-line
           if w-bounded = 'Y'
               move spaces to report-line
               string 'TRADE DATES ' w-from-date ' TO ' w-to-date
                   delimited by size into report-line
               write report-line
           end-if
           perform varying w-bk-sub from 1 by 1
                   until w-bk-sub > w-buck-count
               perform revalue-one-bucket
