      * skipped the same way the load skips it. When the extract
      * carries amendments or reversals the amount check is
      * informational (their amounts replace or negate history this
      * step cannot see); otherwise it is enforced. Reversals the
      * load held for approval today (PENDAPPR.DAT) never reached
      * the file and subtract; approved ones it released today
      * came from no extract and add. New trades and reversals the
      * load refused today as dated in a closed period (TRANEXC.DAT
      * reasons CLOSED PERIOD-NEW and -REV) never reached the file
      * either and subtract, new-trade amounts included.
      *
      * Arguments: 1 the duplicate-skip count the load reported
      * (default 0), 2 the trade history (default tran.dat /
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select trade-extract
           assign to "TRADEEXT.DAT"
           assign to "TRANREJ.DAT"
           organization is line sequential
           file status is w-reject-status.
           select pend-appr
           assign to "PENDAPPR.DAT"
           organization is line sequential
           file status is w-pend-status.
           select tran-except
           assign to "TRANEXC.DAT"
           organization is line sequential
           file status is w-except-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  trade-extract.
       01  extract-record.
      *    extract layout in the load - unused here
           03  ext-currency               pic x(03).
           03  ext-settle-date            pic x(08).
           03  ext-cpty                   pic x(08).

       fd  reject-file.
       01  reject-record.
           03  filler                     pic x.
           03  rj-action                  pic x.

       fd  pend-appr.
       01  pend-record.
           03  pa-state                   pic x.
           03  filler                     pic x.
           03  pa-held-date               pic x(08).
           03  filler                     pic x(36).
           03  pa-posted-date             pic x(08).
           03  filler                     pic x(26).
           03  pa-extract.
               05  pa-x-key               pic x(10).
               05  filler                 pic x(12).
               05  pa-x-action            pic x.
               05  filler                 pic x(29).

       fd  tran-except.
       01  except-record.
           03  exc-key                    pic x(10).
           03  exc-trade-date             pic 9(08).
           03  exc-amount                 pic S9999V99.
           03  exc-reason                 pic x(20).
           03  exc-queued-date            pic x(08).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.
       01  w-extract-status               pic x(2) value spaces.
       01  w-reject-status                pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-pend-status                  pic x(2) value spaces.
       01  w-pend-eof                     pic x value 'N'.
           88  pend-eof                   value 'Y'.
       01  w-held-rev-count               pic 9(8) value zeros.
       01  w-rel-rev-count                pic 9(8) value zeros.
       01  w-rel-amd-count                pic 9(8) value zeros.
       01  w-except-status                pic x(2) value spaces.
       01  w-except-eof                   pic x value 'N'.
           88  except-eof                 value 'Y'.
       01  w-closed-count                 pic 9(8) value zeros.
       01  w-closed-amount                pic s9(9)v99 value zeros.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
               move w-cmd-arg to w-report-name
           end-if

           perform get-business-date
           perform count-extract-side
           perform count-reject-side
           perform count-approval-side
           perform count-closed-side
           perform count-history-side
           perform write-balance-report
           stop run.
               close reject-file
           end-if.

       count-approval-side.
           open input pend-appr
           if w-pend-status = '00'
               perform until pend-eof
                   read pend-appr
                       at end move 'Y' to w-pend-eof
                       not at end
                           perform count-one-approval
                   end-read
               end-perform
               close pend-appr
           end-if.

       count-one-approval.
           if pa-x-action = 'R' and pa-held-date = ws-bus-date
               add 1 to w-held-rev-count
           end-if
           if pa-state = 'X' and pa-posted-date = ws-bus-date
               move 'N' to w-strict-amounts
               if pa-x-action = 'R'
                   add 1 to w-rel-rev-count
               else
                   add 1 to w-rel-amd-count
               end-if
           end-if.

       count-closed-side.
           open input tran-except
           if w-except-status = '00'
               perform until except-eof
                   read tran-except
                       at end move 'Y' to w-except-eof
                       not at end
                           if exc-queued-date = ws-bus-date
                               perform count-one-closed
                           end-if
                   end-read
               end-perform
               close tran-except
           end-if.

       count-one-closed.
           evaluate exc-reason
               when 'CLOSED PERIOD-NEW'
                   add 1 to w-closed-count
                   if exc-amount is numeric
                       add exc-amount to w-closed-amount
                   end-if
               when 'CLOSED PERIOD-REV'
                   add 1 to w-closed-count
           end-evaluate.

       count-history-side.
           open input tran
           if w-tran-status not = '00'
               move 16 to return-code
               stop run
           end-if
           move 'BALANCE' to ws-rpt-id
           move 'TRANRECN' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           compute w-expect-count =
               w-ext-new-count + w-ext-rev-count
               - w-held-rev-count + w-rel-rev-count
               - w-rej-count - w-dup-allow - w-closed-count
           compute w-diff-count = w-tran-count - w-expect-count
           compute w-diff-total = w-tran-total
               - (w-ext-new-total - w-rej-amount-total
               - w-closed-amount)

           move spaces to report-line
           move 'TRAN-RECON BALANCING REPORT' to report-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'REVERSALS HELD........: ' w-held-rev-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'APPROVED REV RELEASED.: ' w-rel-rev-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'APPROVED AMD RELEASED.: ' w-rel-amd-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'REJECT FILE RECORDS...: ' w-rej-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'CLOSED PERIOD REFUSED.: ' w-closed-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'REPORTED DUPLICATES...: ' w-dup-allow
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
