      *
      * Settlement confirmation matching - the load stamps
      * tran-settle-date and CASH-LADDER projects the cash, but
      * until now nothing said whether a trade actually settled;
      * operations chased fails by phone off the ladder printout.
      * This takes the custodian's daily confirmation file, matches
      * each confirmation to tran.dat by key, amount, and currency,
      * and carries the outcome on the trade itself in
      * tran-settle-status:
      *   P  pending - loaded, nothing confirmed yet
      *   S  settled - confirmed in full
      *   F  failed  - the custodian reports the settlement failed
      *   A  partially settled - confirmed short; tran-settled-amt
      *      carries what has settled so far, and later
      *      confirmations add to it until the trade is whole
      * Trades loaded before the status existed carry a space and
      * are left alone.
      *
      * The report (standard report frame) lists every confirmation
      * that would not match, then every failed, partially settled,
      * or still-pending trade past its settlement date, aged in
      * business days from tran-settle-date to the business date -
      * stepped through Y2KDCALC against the shop calendar - with a
      * count and amount summary by status and age band.
      *
      * Confirmation record (CUSTCONF.TXT): key x(10), status S|F,
      * amount S9999V99 (the extract's signed display format),
      * currency x(3), custodian value date x(8), space-separated.
      * Every rewrite is journaled to TRANJRNL.TXT.
      *
      * Arguments: 1 the confirmation file (default CUSTCONF.TXT),
      * 2 the report file (default SETLFAIL.TXT). The trade history
      * is tran.dat or the Y2KSMPL_TRAN_FILE override.
      *
       identification division.
       program-id. SETL-MATCH.

       environment division.
       input-output section.
       file-control.
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
           select conf-file
           assign to dynamic w-conf-name
           organization is line sequential
           file status is w-conf-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.
           COPY CALSL.
           COPY ENQSL.
           COPY JRNLSL.

       data division.
       file section.
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

       fd  conf-file.
       01  conf-record.
           03  cf-key                     pic x(10).
           03  filler                     pic x.
           03  cf-status                  pic x.
           03  filler                     pic x.
           03  cf-amount                  pic S9999V99.
           03  cf-amount-x redefines cf-amount
                                          pic x(06).
           03  filler                     pic x.
           03  cf-currency                pic x(03).
           03  filler                     pic x.
           03  cf-value-date              pic x(08).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.
       COPY CALFD.
       COPY ENQFD.
       COPY JRNLFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-conf-name                    pic x(80)
           value "CUSTCONF.TXT".
       01  w-report-name                  pic x(80)
           value "SETLFAIL.TXT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-conf-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-conf-eof                     pic x value 'N'.
           88  conf-eof                   value 'Y'.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-conf-open                    pic x value 'N'.

       01  w-conf-count                   pic 9(6) value zeros.
       01  w-settled-count                pic 9(6) value zeros.
       01  w-partial-count                pic 9(6) value zeros.
       01  w-failed-count                 pic 9(6) value zeros.
       01  w-unmatched-count              pic 9(6) value zeros.
       01  w-listed-count                 pic 9(6) value zeros.
       01  w-listed-total                 pic s9(9)v99 value zeros.

       01  w-unmatch-reason               pic x(20) value spaces.
       01  w-settled-work                 pic s9999v99 value zeros.
       01  w-new-settled                  pic s9999v99 value zeros.
       01  w-abs-trade                    pic s9999v99 value zeros.
       01  w-abs-new                      pic s9999v99 value zeros.
       01  w-open-amount                  pic s9999v99 value zeros.

      *
      * Business-day aging - the settlement date stepped forward a
      * day at a time through Y2KDCALC, counting only the days the
      * shop calendar calls business days.
      *
       01  w-bus-date-n                   pic 9(8) value zeros.
       01  w-age-date                     pic 9(8) value zeros.
       01  w-age-days                     pic 9(4) value zeros.
       01  w-age-tries                    pic 9(4) value zeros.
       01  w-band                         pic 9 value zeros.
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-days                   pic s9(7) value zeros.
       01  w-dcalc-status                 pic x(2) value spaces.

      *
      * Summary buckets - failed, partial, pending past due, each
      * in five bands: 0-1, 2-5, 6-10, 11 and over business days,
      * and undated.
      *
       01  w-stat-names.
           03  filler                     pic x(16)
               value 'FAILED          '.
           03  filler                     pic x(16)
               value 'PARTIAL         '.
           03  filler                     pic x(16)
               value 'PENDING PAST DUE'.
       01  w-stat-name-r redefines w-stat-names.
           03  w-stat-name occurs 3 times pic x(16).
       01  w-band-names.
           03  filler                     pic x(9)
               value '0-1 DAYS '.
           03  filler                     pic x(9)
               value '2-5 DAYS '.
           03  filler                     pic x(9)
               value '6-10 DAY '.
           03  filler                     pic x(9)
               value '11+ DAYS '.
           03  filler                     pic x(9)
               value 'UNDATED  '.
       01  w-band-name-r redefines w-band-names.
           03  w-band-name occurs 5 times pic x(9).
       01  w-sum-table.
           03  w-sum-stat occurs 3 times.
               05  w-sum-band occurs 5 times.
                   07  w-sum-count        pic 9(6).
                   07  w-sum-amount       pic s9(9)v99.
       01  w-st-sub                       pic 9 value zeros.
       01  w-st-hit                       pic 9 value zeros.
       01  w-bd-sub                       pic 9 value zeros.

       01  w-unmatch-line.
           03  filler                     pic x(10)
               value 'UNMATCHED '.
           03  rpt-u-key                  pic x(10).
           03  filler                     pic x value space.
           03  rpt-u-status               pic x.
           03  filler                     pic x value space.
           03  rpt-u-amount               pic x(6).
           03  filler                     pic x value space.
           03  rpt-u-ccy                  pic x(3).
           03  filler                     pic x value space.
           03  rpt-u-value-date           pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-u-reason               pic x(20).
       01  w-aged-line.
           03  rpt-a-status               pic x(17).
           03  rpt-a-key                  pic x(10).
           03  filler                     pic x value space.
           03  rpt-a-ccy                  pic x(3).
           03  filler                     pic x value space.
           03  rpt-a-cpty                 pic x(8).
           03  filler                     pic x(8)
               value ' SETTLE '.
           03  rpt-a-settle               pic 9(8).
           03  filler                     pic x(5)
               value ' AMT '.
           03  rpt-a-amount               pic -(5)9.99.
           03  filler                     pic x(6)
               value ' OPEN '.
           03  rpt-a-open                 pic -(5)9.99.
           03  filler                     pic x(6)
               value ' AGED '.
           03  rpt-a-days                 pic zzz9.
           03  filler                     pic x(10)
               value ' BUS DAYS'.
       01  w-sum-line.
           03  rpt-s-status               pic x(17).
           03  rpt-s-band                 pic x(9).
           03  filler                     pic x(8)
               value '  COUNT '.
           03  rpt-s-count                pic zzzzz9.
           03  filler                     pic x(8)
               value '  TOTAL '.
           03  rpt-s-amount               pic -(8)9.99.
       COPY BUSDTWS.
       COPY CALWS.
       COPY ENQWS.
       COPY JRNLWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-conf-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           accept w-tran-filename from environment
               "Y2KSMPL_TRAN_FILE"
               on exception continue
           end-accept
           if w-tran-filename = spaces
               move "tran.dat" to w-tran-filename
           end-if
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           move 'SETLMTCH' to ws-jrnl-program
           move w-operator to ws-jrnl-user

           perform get-business-date
           move ws-bus-date to w-bus-date-n
           initialize w-sum-table

      *    no confirmations today is not fatal - the aging still
      *    has to go out, and nothing settles
           open input conf-file
           if w-conf-status = '00'
               move 'Y' to w-conf-open
           else
               display 'SETL-MATCH: NO CONFIRMATION FILE '
                       function trim(w-conf-name)
                       ' - AGING ONLY'
           end-if

      *    confirmations rewrite the live trade history - claim it
      *    the way the load does
           move 'SETLMTCH' to ws-enq-program
           move w-tran-filename to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               if w-conf-open = 'Y'
                   close conf-file
               end-if
               move 16 to return-code
               stop run
           end-if
           open i-o tran
           if w-tran-status not = '00'
               display 'SETL-MATCH: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               if w-conf-open = 'Y'
                   close conf-file
               end-if
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           open output report-file
           if w-report-status not = '00'
               display 'SETL-MATCH: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               if w-conf-open = 'Y'
                   close conf-file
               end-if
               close tran
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           move 'SETLFAIL' to ws-rpt-id
           move 'SETLMTCH' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report

           if w-conf-open = 'Y'
               perform until conf-eof
                   read conf-file
                       at end move 'Y' to w-conf-eof
                       not at end
                           if cf-key not = spaces
                               add 1 to w-conf-count
                               perform match-one-confirmation
                           end-if
                   end-read
               end-perform
               close conf-file
           end-if

           perform age-open-settlements
           perform write-age-summary
           move w-listed-count to ws-rpt-ctl-count
           move w-listed-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
           close tran
           perform dequeue-all-datasets

           display 'SETL-MATCH SUMMARY'
           display '  CONFIRMATIONS....: ' w-conf-count
           display '  SETTLED..........: ' w-settled-count
           display '  PARTIAL..........: ' w-partial-count
           display '  FAILED...........: ' w-failed-count
           display '  UNMATCHED........: ' w-unmatched-count
           display '  OPEN AND AGED....: ' w-listed-count
           move zero to return-code
           if w-unmatched-count > zero or w-listed-count > zero
               move 4 to return-code
           end-if
           stop run.

      *
      * Key first, then currency, then amount - a confirmation that
      * fails any of them changes nothing and goes on the report.
      *
       match-one-confirmation.
           move spaces to w-unmatch-reason
           evaluate true
               when cf-status not = 'S' and cf-status not = 'F'
                   move 'BAD STATUS' to w-unmatch-reason
               when cf-amount-x is not numeric
                   move 'BAD AMOUNT' to w-unmatch-reason
               when other
                   move cf-key to tran-key
                   read tran
                       invalid key
                           move 'NO SUCH TRADE' to w-unmatch-reason
                       not invalid key
                           perform apply-confirmation
                   end-read
           end-evaluate
           if w-unmatch-reason not = spaces
               perform report-unmatched
           end-if.

       apply-confirmation.
           if tran-settled-amt is numeric
               move tran-settled-amt to w-settled-work
           else
               move zeros to w-settled-work
           end-if
           if tran-amount < 0
               compute w-abs-trade = 0 - tran-amount
           else
               move tran-amount to w-abs-trade
           end-if
           compute w-new-settled = w-settled-work + cf-amount
           if w-new-settled < 0
               compute w-abs-new = 0 - w-new-settled
           else
               move w-new-settled to w-abs-new
           end-if
           evaluate true
               when cf-currency not = tran-currency
                   move 'CURRENCY MISMATCH' to w-unmatch-reason
               when tran-settle-status = 'S'
                   move 'ALREADY SETTLED' to w-unmatch-reason
               when cf-status = 'F' and cf-amount not = tran-amount
                   move 'AMOUNT MISMATCH' to w-unmatch-reason
               when cf-status = 'F'
                   move tran-post(1:80) to ws-jrnl-before
                   move 'F' to tran-settle-status
                   move w-settled-work to tran-settled-amt
                   perform rewrite-confirmed-trade
                   add 1 to w-failed-count
      *        a settlement confirmation has to run the same way as
      *        the trade and can never take it past its amount
               when cf-amount = zero
                       or (tran-amount < 0 and cf-amount > 0)
                       or (tran-amount >= 0 and cf-amount < 0)
                       or w-abs-new > w-abs-trade
                   move 'AMOUNT MISMATCH' to w-unmatch-reason
               when other
                   move tran-post(1:80) to ws-jrnl-before
                   move w-new-settled to tran-settled-amt
                   if w-new-settled = tran-amount
                       move 'S' to tran-settle-status
                       add 1 to w-settled-count
                   else
                       move 'A' to tran-settle-status
                       add 1 to w-partial-count
                   end-if
                   perform rewrite-confirmed-trade
           end-evaluate.

       rewrite-confirmed-trade.
           rewrite tran-post
               invalid key
                   move 'REWRITE FAILED' to w-unmatch-reason
               not invalid key
                   move 'REW' to ws-jrnl-action
                   move tran-post(1:80) to ws-jrnl-after
                   perform write-tran-journal
           end-rewrite.

       report-unmatched.
           add 1 to w-unmatched-count
           move cf-key to rpt-u-key
           move cf-status to rpt-u-status
           move cf-amount-x to rpt-u-amount
           move cf-currency to rpt-u-ccy
           move cf-value-date to rpt-u-value-date
           move w-unmatch-reason to rpt-u-reason
           move w-unmatch-line to report-line
           perform spool-report-line.

      *
      * Everything still open after today's confirmations: failed
      * and partial trades whatever their date, pending trades
      * once their settlement date has passed.
      *
       age-open-settlements.
           move spaces to report-line
           perform spool-report-line
           move low-values to tran-key
           start tran key is not less than tran-key
               invalid key move 'Y' to w-tran-eof
           end-start
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end perform age-one-trade
               end-read
           end-perform.

       age-one-trade.
           move 0 to w-st-hit
           evaluate true
               when tran-settle-status = 'F'
                   move 1 to w-st-hit
               when tran-settle-status = 'A'
                   move 2 to w-st-hit
               when tran-settle-status = 'P'
                       and tran-settle-date is numeric
                       and tran-settle-date > zero
                       and tran-settle-date < w-bus-date-n
                   move 3 to w-st-hit
           end-evaluate
           if w-st-hit > 0
               if tran-settled-amt is numeric
                   compute w-open-amount =
                       tran-amount - tran-settled-amt
               else
                   move tran-amount to w-open-amount
               end-if
               perform count-business-days
               add 1 to w-sum-count(w-st-hit, w-band)
               add w-open-amount to w-sum-amount(w-st-hit, w-band)
               add 1 to w-listed-count
               add w-open-amount to w-listed-total
               move w-stat-name(w-st-hit) to rpt-a-status
               move tran-key to rpt-a-key
               move tran-currency to rpt-a-ccy
               move tran-cpty to rpt-a-cpty
               move tran-settle-date to rpt-a-settle
               move tran-amount to rpt-a-amount
               move w-open-amount to rpt-a-open
               move w-age-days to rpt-a-days
               move w-aged-line to report-line
               perform spool-report-line
           end-if.

       count-business-days.
           move zeros to w-age-days
           if tran-settle-date is not numeric
                   or tran-settle-date = zero
               move 5 to w-band
           else
               move tran-settle-date to w-age-date
               move 0 to w-age-tries
               perform until w-age-date >= w-bus-date-n
                       or w-age-tries > 999
                   add 1 to w-age-tries
                   move 'A' to w-dcalc-func
                   move +1 to w-dcalc-days
                   move spaces to w-dcalc-status
                   call 'Y2KDCALC' using w-dcalc-func, w-age-date,
                           omitted, w-dcalc-days, omitted,
                           w-dcalc-status
                   if w-dcalc-status not = '00'
                       move 1000 to w-age-tries
                   else
                       move w-age-date to ws-cal-date
                       perform check-business-day
                       if ws-cal-business = 'Y'
                           add 1 to w-age-days
                       end-if
                   end-if
               end-perform
               evaluate true
                   when w-age-days <= 1 move 1 to w-band
                   when w-age-days <= 5 move 2 to w-band
                   when w-age-days <= 10 move 3 to w-band
                   when other move 4 to w-band
               end-evaluate
           end-if.

       write-age-summary.
           move spaces to report-line
           perform spool-report-line
           perform varying w-st-sub from 1 by 1
                   until w-st-sub > 3
               perform varying w-bd-sub from 1 by 1
                       until w-bd-sub > 5
                   if w-sum-count(w-st-sub, w-bd-sub) > zero
                       move w-stat-name(w-st-sub) to rpt-s-status
                       move w-band-name(w-bd-sub) to rpt-s-band
                       move w-sum-count(w-st-sub, w-bd-sub)
                           to rpt-s-count
                       move w-sum-amount(w-st-sub, w-bd-sub)
                           to rpt-s-amount
                       move w-sum-line to report-line
                       perform spool-report-line
                   end-if
               end-perform
           end-perform.

       COPY BUSDTPA.
       COPY CALPA.
       COPY ENQPA.
       COPY JRNLPA.
       COPY RPTFPA.
