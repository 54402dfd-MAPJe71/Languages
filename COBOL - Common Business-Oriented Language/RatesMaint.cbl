       01  tol-record                     pic 9(03).

       fd  audit-file.
       01  audit-record.
           03  audit-text                 pic x(120).
           03  filler                     pic x.
           03  audit-chain                pic x(18).

       working-storage section.
       01  w-rates-status                 pic x(2) value spaces.
           88  rates-eof                  value 'Y'.

       01  w-table.
           03  w-entry occurs 5000 times.
               05  w-t-date               pic x(8).
               05  w-t-ccy                pic x(3).
               05  w-t-rate               pic x(12).
               05  w-t-flag               pic x(2).
       01  w-count                        pic 9(4) value zeros.
       01  w-rates-full                   pic x value 'N'.
       01  w-sub                          pic 9(4) value zeros.
       01  w-hit                          pic 9(4) value zeros.
       01  w-prior-hit                    pic 9(4) value zeros.
       01  w-prior-date                   pic x(8) value spaces.

       01  w-tolerance                    pic 9(3) value 10.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       01  w-audit-eof                    pic x value 'N'.
       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 120.

       procedure division.
       main-para.
                       at end move 'Y' to w-rates-eof
                       not at end
                           if rt-date not = spaces
                                   and w-count >= 5000
                               move 'Y' to w-rates-full
                           end-if
                           if rt-date not = spaces
                                   and w-count < 5000
                               add 1 to w-count
                               move rt-date
                                   to w-t-date(w-count)
                   end-read
               end-perform
               close rates-file
           end-if
      *    the file is written back from the table - a file longer
      *    than the table would lose every line past it
           if w-rates-full = 'Y'
               display 'RATES-MAINT: RATES.CTL HOLDS MORE THAN 5000 '
                       'LINES - NOT CHANGED'
               move 16 to return-code
               stop run
           end-if.

      *
               move w-rate-text to w-t-rate(w-hit)
               move spaces to w-t-flag(w-hit)
           else
               if w-count >= 5000
                   display 'RATES-MAINT: RATES FILE FULL'
                   move 16 to return-code
                   stop run
                   exit perform
               end-if
           end-perform
           if w-hit > w-count and w-count < 5000
               add 1 to w-count
               move w-date to w-t-date(w-count)
               move w-t-ccy(w-sub) to w-t-ccy(w-count)
           end-perform
           close rates-file.

      *
      * Each line carries its hash chained to the line before it -
      * the last line's is read off the file at every append.
      *
       append-audit-line.
           move spaces to w-chain-prev
           move 'N' to w-audit-eof
           open input audit-file
           if w-audit-status = '00'
               perform until w-audit-eof = 'Y'
                   read audit-file
                       at end move 'Y' to w-audit-eof
                       not at end move audit-chain to w-chain-prev
                   end-read
               end-perform
               close audit-file
           end-if
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move spaces to audit-record
           move w-audit-line to audit-text
           move w-audit-line to w-chain-text
           call 'AUDCHAIN' using w-chain-prev, w-chain-text,
               w-chain-len, audit-chain
           end-call
           write audit-record
           close audit-file.
