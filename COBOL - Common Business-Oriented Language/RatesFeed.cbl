      *
      * Batch load of the market-data vendor's end-of-day rates
      * file into RATES.CTL - thirty currencies a day have been
      * keyed through RATES-MAINT SET by hand. Each vendor rate
      * goes through the same tolerance test RATES-MAINT applies
      * (against the currency's most recent earlier rate, limit
      * from RATETOL.CTL, default 10 percent) and every rate
      * applied appends the same SET audit line to RATAUDIT.TXT,
      * under the system user RATESFEED instead of a person.
      *
      * Nothing questionable is loaded: a rate over tolerance, a
      * rate that is not a usable number, a rate for another date,
      * or a currency the vendor sent twice is held, and so is
      * every currency that had a rate on the most recent earlier
      * date but is missing from the vendor's file. The held
      * report (RATEHOLD.TXT) shows each one with the decision it
      * needs - RATES-MAINT SET ... FORCE for a rate that moved,
      * RATES-MAINT CARRY for a currency that never came. A rate
      * already on file for the date - set by hand, or by an
      * earlier run - stands and is only reported beside the
      * vendor's, so a rerun after the decisions are made loads
      * nothing twice.
      *
      * Vendor file lines: <YYYYMMDD>,<CCY>,<RATE> - comma or
      * space separated; a line whose first field is not a date
      * (the vendor's heading) is skipped.
      *
      * Runs ahead of the y2ksmpl load in the batch window (a PRED
      * card naming this job on the load's). Held rates end the
      * run with RC 4, so the scheduler holds the load until the
      * decisions are made and this job is rerun clean.
      *
      * Arguments: 1 the vendor file (default RATEVEND.DAT), 2 the
      * rate date YYYYMMDD (default the business date), 3 the held
      * report (default RATEHOLD.TXT).
      *
       identification division.
       program-id. RATES-FEED.

       environment division.
       input-output section.
       file-control.
           select vendor-file
           assign to dynamic w-vendor-name
           organization is line sequential
           file status is w-vendor-status.
           select rates-file
           assign to "RATES.CTL"
           organization is line sequential
           file status is w-rates-status.
           select tol-ctl
           assign to "RATETOL.CTL"
           organization is line sequential
           file status is w-tol-status.
           select audit-file
           assign to "RATAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  vendor-file.
       01  vendor-record                  pic x(80).

       fd  rates-file.
       01  rates-record.
           03  rt-date                    pic x(08).
           03  filler                     pic x.
           03  rt-currency                pic x(03).
           03  filler                     pic x.
           03  rt-rate                    pic x(12).
           03  filler                     pic x.
      *    CF marks a rate carried forward from a prior date
           03  rt-flag                    pic x(02).

       fd  tol-ctl.
       01  tol-record                     pic 9(03).

       fd  audit-file.
       01  audit-record.
           03  audit-text                 pic x(120).
           03  filler                     pic x.
           03  audit-chain                pic x(18).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-vendor-name                  pic x(80)
           value "RATEVEND.DAT".
       01  w-report-name                  pic x(80)
           value "RATEHOLD.TXT".
       01  w-vendor-status                pic x(2) value spaces.
       01  w-rates-status                 pic x(2) value spaces.
       01  w-tol-status                   pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-rate-date                    pic x(8) value spaces.
       01  w-vendor-eof                   pic x value 'N'.
           88  vendor-eof                 value 'Y'.
       01  w-rates-eof                    pic x value 'N'.
           88  rates-eof                  value 'Y'.

      *
      * Per currency, what RATES.CTL already says: the most recent
      * earlier rate (the tolerance reference) and any rate
      * already on file for the rate date.
      *
       01  w-ccy-table.
           03  w-c-entry occurs 100 times.
               05  w-c-ccy                pic x(3).
               05  w-c-prior-date         pic x(8).
               05  w-c-prior-rate         pic x(12).
               05  w-c-today-rate         pic x(12).
               05  w-c-sent               pic x.
               05  w-c-applied            pic x.
       01  w-ccy-count                    pic 9(3) value zeros.
       01  w-ccy-sub                      pic 9(3) value zeros.
       01  w-ccy-hit                      pic 9(3) value zeros.
       01  w-ccy-spill                    pic x value 'N'.
       01  w-prior-date                   pic x(8) value spaces.

       01  w-v-date                       pic x(10) value spaces.
       01  w-v-ccy                        pic x(10) value spaces.
       01  w-v-rate                       pic x(20) value spaces.
       01  w-disposition                  pic x(8) value spaces.
       01  w-on-file                      pic x value 'N'.
       01  w-reason                       pic x(30) value spaces.
       01  w-action-text                  pic x(60) value spaces.

       01  w-tolerance                    pic 9(3) value 10.
       01  w-new-rate                     pic 9(4)v9(6) value zeros.
       01  w-old-rate                     pic 9(4)v9(6) value zeros.
       01  w-move-pct                     pic 9(5)v99 value zeros.
       01  w-move-edit                    pic zzzz9.99.
       01  w-tol-edit                     pic zz9.

       01  w-read-count                   pic 9(5) value zeros.
       01  w-applied-count                pic 9(5) value zeros.
       01  w-held-count                   pic 9(5) value zeros.
       01  w-onfile-count                 pic 9(5) value zeros.
       01  w-omitted-count                pic 9(5) value zeros.

       01  w-detail-line.
           03  rpt-ccy                    pic x(3).
           03  filler                     pic x(2) value spaces.
           03  rpt-vendor-rate            pic x(12).
           03  filler                     pic x(2) value spaces.
           03  rpt-prior-rate             pic x(12).
           03  filler                     pic x(2) value spaces.
           03  rpt-prior-date             pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-move                   pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-disposition            pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-reason                 pic x(30).
       01  w-head-line.
           03  filler                     pic x(36) value
               'CCY  VENDOR RATE   PRIOR RATE    AS '.
           03  filler                     pic x(36) value
               'OF     MOVE %    RESULT    REASON   '.
       01  w-action-line.
           03  filler                     pic x(17)
               value '     DECISION -> '.
           03  rpt-action                 pic x(60).

       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value 'RATESFEED'.
       01  w-audit-line                   pic x(120) value spaces.
       01  w-audit-eof                    pic x value 'N'.
       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 120.
       COPY BUSDTWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-vendor-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:8) to w-rate-date
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform get-business-date
           if w-rate-date = spaces
               move ws-bus-date to w-rate-date
           end-if
           if w-rate-date is not numeric
               display 'RATES-FEED: USAGE: RATES-FEED '
                       '[VENDOR-FILE] [YYYYMMDD] [REPORT]'
               move 16 to return-code
               stop run
           end-if

           open input vendor-file
           if w-vendor-status not = '00'
               display 'RATES-FEED: NO VENDOR FILE '
                       function trim(w-vendor-name)
               move 16 to return-code
               stop run
           end-if
           perform load-tolerance
           perform scan-rates-file
           if w-ccy-spill = 'Y'
               display 'RATES-FEED: CURRENCY TABLE EXHAUSTED - '
                       'NOTHING LOADED'
               close vendor-file
               move 16 to return-code
               stop run
           end-if

           open output report-file
           if w-report-status not = '00'
               display 'RATES-FEED: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               close vendor-file
               move 16 to return-code
               stop run
           end-if
           move 'RATEHOLD' to ws-rpt-id
           move 'RATESFD' to ws-rpt-program
           move w-rate-date to ws-rpt-bus-date
           perform start-standard-report
           move w-head-line to report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line

           open extend rates-file
           if w-rates-status not = '00'
               open output rates-file
           end-if
           perform until vendor-eof
               read vendor-file
                   at end move 'Y' to w-vendor-eof
                   not at end perform judge-vendor-line
               end-read
           end-perform
           close vendor-file
           close rates-file
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               perform check-currency-omitted
           end-perform

           move spaces to report-line
           perform spool-report-line
           move spaces to report-line
           string 'READ ' w-read-count '  APPLIED '
               w-applied-count '  ALREADY ON FILE ' w-onfile-count
               '  HELD ' w-held-count '  OF WHICH OMITTED '
               w-omitted-count
               delimited by size into report-line
           perform spool-report-line
           move w-held-count to ws-rpt-ctl-count
           move zeros to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' FEED ' w-rate-date ' APPLIED '
               w-applied-count ' HELD ' w-held-count
               delimited by size into w-audit-line
           perform append-audit-line

           display 'RATES-FEED: RATE DATE ' w-rate-date
           display '  VENDOR LINES READ.: ' w-read-count
           display '  APPLIED...........: ' w-applied-count
           display '  ALREADY ON FILE...: ' w-onfile-count
           display '  HELD..............: ' w-held-count
           display '  OF WHICH OMITTED..: ' w-omitted-count
           move zero to return-code
           if w-held-count > zero
               display 'RATES-FEED: HELD RATES NEED A DECISION - '
                       'SEE ' function trim(w-report-name)
               move 4 to return-code
           end-if
           stop run.

       load-tolerance.
           open input tol-ctl
           if w-tol-status = '00'
               read tol-ctl
                   not at end
                       if tol-record is numeric
                               and tol-record > zero
                           move tol-record to w-tolerance
                       end-if
               end-read
               close tol-ctl
           end-if.

      *
      * One pass over RATES.CTL: per currency the most recent rate
      * before the rate date and any rate already on it, plus the
      * most recent earlier date overall - the day whose currency
      * set says what the vendor should have sent.
      *
       scan-rates-file.
           open input rates-file
           if w-rates-status = '00'
               perform until rates-eof
                   read rates-file
                       at end move 'Y' to w-rates-eof
                       not at end
                           if rt-date not = spaces
                                   and rt-date <= w-rate-date
                               perform hold-one-rate-line
                           end-if
                   end-read
               end-perform
               close rates-file
           end-if.

       hold-one-rate-line.
           move rt-currency to w-v-ccy
           perform find-currency-slot
           evaluate true
               when w-ccy-hit = 0
                   continue
               when rt-date = w-rate-date
                   move rt-rate to w-c-today-rate(w-ccy-hit)
               when other
                   if rt-date > w-c-prior-date(w-ccy-hit)
                       move rt-date to w-c-prior-date(w-ccy-hit)
                       move rt-rate to w-c-prior-rate(w-ccy-hit)
                   end-if
                   if rt-date > w-prior-date
                       move rt-date to w-prior-date
                   end-if
           end-evaluate.

       find-currency-slot.
           move 0 to w-ccy-hit
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               if w-c-ccy(w-ccy-sub) = w-v-ccy(1:3)
                   move w-ccy-sub to w-ccy-hit
               end-if
           end-perform
           if w-ccy-hit = 0
               if w-ccy-count < 100
                   add 1 to w-ccy-count
                   move w-ccy-count to w-ccy-hit
                   initialize w-c-entry(w-ccy-hit)
                   move w-v-ccy(1:3) to w-c-ccy(w-ccy-hit)
               else
                   move 'Y' to w-ccy-spill
               end-if
           end-if.

      *
      * One vendor line - applied when it is clean, held with its
      * reason when it is not. A rate already on file for the
      * date was put there by a person (or an earlier run) and
      * stands; the vendor's figure is only reported beside it.
      *
       judge-vendor-line.
           move spaces to w-v-date w-v-ccy w-v-rate
           unstring vendor-record
               delimited by ',' or all spaces
               into w-v-date w-v-ccy w-v-rate
           end-unstring
           if w-v-date(1:8) is numeric
               add 1 to w-read-count
               perform judge-vendor-rate
           end-if.

       judge-vendor-rate.
           move function upper-case(w-v-ccy) to w-v-ccy
           move spaces to w-reason w-action-text
           move 'N' to w-on-file
           move zeros to w-move-pct
           move zeros to w-new-rate
           move 0 to w-ccy-hit
           if w-v-date(1:8) = w-rate-date
                   and w-v-ccy not = spaces
                   and w-v-ccy(4:1) = space
               perform find-currency-slot
           end-if
           if w-v-rate not = spaces
                   and w-v-rate(13:1) = space
                   and function test-numval(w-v-rate) = zero
               compute w-new-rate = function numval(w-v-rate)
           end-if
           evaluate true
               when w-v-date(1:8) not = w-rate-date
                   move 'RATE FOR ANOTHER DATE' to w-reason
               when w-v-ccy = spaces or w-v-ccy(4:1) not = space
                   move 'NOT A CURRENCY CODE' to w-reason
               when w-ccy-hit = 0
                   move 'CURRENCY TABLE FULL' to w-reason
               when w-c-today-rate(w-ccy-hit) not = spaces
                       and w-c-applied(w-ccy-hit) not = 'Y'
                   move 'Y' to w-on-file
                   compute w-old-rate = function numval(
                       w-c-today-rate(w-ccy-hit))
                   if w-old-rate not = w-new-rate
                       string 'KEPT RATE ON FILE '
                           w-c-today-rate(w-ccy-hit)
                           delimited by size into w-reason
                   end-if
               when w-c-sent(w-ccy-hit) = 'Y'
                   move 'SENT TWICE BY VENDOR' to w-reason
               when w-new-rate = zero
                   move 'RATE IS NOT A USABLE NUMBER' to w-reason
               when other
                   perform check-rate-tolerance
           end-evaluate
           if w-ccy-hit > 0
               move 'Y' to w-c-sent(w-ccy-hit)
           end-if
           evaluate true
               when w-on-file = 'Y'
                   add 1 to w-onfile-count
                   move 'ON FILE' to w-disposition
                   perform write-detail-line
               when w-reason not = spaces
                   add 1 to w-held-count
                   move 'HELD' to w-disposition
                   perform write-detail-line
                   perform write-decision-line
               when other
                   perform apply-vendor-rate
           end-evaluate.

      *
      * The same test RATES-MAINT makes - a currency with no
      * earlier rate has nothing to be judged against.
      *
       check-rate-tolerance.
           if w-c-prior-rate(w-ccy-hit) not = spaces
               compute w-old-rate =
                   function numval(w-c-prior-rate(w-ccy-hit))
               if w-old-rate not = zero
                   compute w-move-pct =
                       (function abs(w-new-rate - w-old-rate)
                       / w-old-rate) * 100
                   if w-move-pct > w-tolerance
                       move w-tolerance to w-tol-edit
                       string 'OVER ' function trim(w-tol-edit)
                           '% TOLERANCE'
                           delimited by size into w-reason
                   end-if
               end-if
           end-if.

       apply-vendor-rate.
           move spaces to rates-record
           move w-rate-date to rt-date
           move w-v-ccy(1:3) to rt-currency
           move w-v-rate(1:12) to rt-rate
           write rates-record
           move w-v-rate(1:12) to w-c-today-rate(w-ccy-hit)
           move 'Y' to w-c-applied(w-ccy-hit)
           add 1 to w-applied-count
           move 'APPLIED' to w-disposition
           perform write-detail-line
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' SET ' w-rate-date ' ' w-v-ccy(1:3)
               ' OLD <(NONE)> NEW <'
               function trim(w-v-rate) '>'
               delimited by size into w-audit-line
           perform append-audit-line.

      *
      * A currency the last rate day carried that the vendor did
      * not send today - and that nobody has set by hand either.
      *
       check-currency-omitted.
           if w-c-prior-date(w-ccy-sub) = w-prior-date
                   and w-prior-date not = spaces
                   and w-c-sent(w-ccy-sub) not = 'Y'
                   and w-c-today-rate(w-ccy-sub) = spaces
               add 1 to w-held-count
               add 1 to w-omitted-count
               move w-ccy-sub to w-ccy-hit
               move w-c-ccy(w-ccy-sub) to w-v-ccy
               move spaces to w-v-rate
               move zeros to w-move-pct
               move 'NOT SENT BY VENDOR' to w-reason
               move 'HELD' to w-disposition
               perform write-detail-line
               perform write-decision-line
           end-if.

       write-detail-line.
           move spaces to report-line
           move w-v-ccy(1:3) to rpt-ccy
           move w-v-rate(1:12) to rpt-vendor-rate
           move spaces to rpt-prior-rate rpt-prior-date rpt-move
           if w-ccy-hit > 0
               move w-c-prior-rate(w-ccy-hit) to rpt-prior-rate
               move w-c-prior-date(w-ccy-hit) to rpt-prior-date
           end-if
           if w-move-pct not = zero
               move w-move-pct to w-move-edit
               move w-move-edit to rpt-move
           end-if
           move w-disposition to rpt-disposition
           move w-reason to rpt-reason
           move w-detail-line to report-line
           perform spool-report-line.

       write-decision-line.
           move spaces to w-action-text
           evaluate true
               when w-reason = 'NOT SENT BY VENDOR'
                   string 'RATES-MAINT CARRY ' w-rate-date
                       ' OR SET ' w-rate-date ' ' w-v-ccy(1:3)
                       ' <RATE>'
                       delimited by size into w-action-text
               when w-reason(1:5) = 'OVER '
                   string 'RATES-MAINT SET ' w-rate-date ' '
                       w-v-ccy(1:3) ' '
                       function trim(w-v-rate) ' FORCE'
                       delimited by size into w-action-text
               when other
                   move 'CORRECT THE VENDOR FILE AND RERUN'
                       to w-action-text
           end-evaluate
           move spaces to report-line
           move w-action-text to rpt-action
           move w-action-line to report-line
           perform spool-report-line.

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

       COPY BUSDTPA.
       COPY RPTFPA.
