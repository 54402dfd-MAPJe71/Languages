      *
      * Year-end close - the January that has always been done by
      * hand. Once all twelve months of a year stand closed in
      * PERIOD.CTL (PERIOD-CLOSE), this reads the live trade
      * history plus the year's TRANARCH archives and writes the
      * annual summary (YRCLOSE.TXT, standard report frame) for
      * every branch and currency position: opening balance
      * (everything dated before the year), the twelve month-end
      * statement closings, the year's trades and movement, and
      * the closing balance, with a currency roll-up at the end.
      *
      * The year cross-foots before anything is touched: every
      * position's twelve month-end closings, rebuilt from the
      * trades, must agree with the closings the load recorded at
      * the time - the last BRBALHST.DAT line inside each month.
      * A month with a balance but no history line cannot be
      * proven, and neither can a year with no BRBALHST.DAT.
      * BRBAL.DAT lines still standing at a date inside the year
      * must agree with the proven closings too. Any mismatch
      * fails the run RETURN-CODE 16 with nothing frozen, rolled,
      * or closed; a position that will not roll forward leaves
      * the year open as well.
      *
      * A clean year then:
      *   - freezes BRBALYE.<YYYY>, the BRBAL.DAT layout one line
      *     per position - year opening, year movement, and the
      *     closing balance of record dated the last of December;
      *   - rolls BRBAL.DAT lines still dated inside the year
      *     forward to the first of January - opening the year-end
      *     closing, no movement - so the new year opens where the
      *     old one closed;
      *   - appends the YYYY00 line to PERIOD.CTL, which closes
      *     every month of the year to CHECK-PERIOD-CLOSED for good
      *     - PERIOD-CLOSE will not reopen a month of a closed year.
      *
      * Needs the YRCLOSE function in OPERMAST.CTL. Every close,
      * and every refused attempt, appends an audit line to
      * PRDAUDIT.TXT beside the month closes.
      *
      * Arguments: 1 the year YYYY (required), 2 the report file
      * (default YRCLOSE.TXT), 3 the trade history (default
      * tran.dat / Y2KSMPL_TRAN_FILE), 4-9 TRANARCH archive files
      * holding the year's purged trades.
      *
       identification division.
       program-id. YEAR-CLOSE.

       environment division.
       input-output section.
       file-control.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select arch-file
           assign to dynamic w-arch-name
           organization is line sequential
           file status is w-arch-status.
           select brbal-file
           assign to "BRBAL.DAT"
           organization is indexed
           access mode is dynamic
           record key is bb-key
           file status is w-brbal-status.
           select brbal-hist
           assign to "BRBALHST.DAT"
           organization is line sequential
           file status is w-bhist-status.
           select yearend-file
           assign to dynamic w-ye-name
           organization is line sequential
           file status is w-ye-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           select audit-file
           assign to "PRDAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY PRDSL.
           COPY BUSDTSL.
           COPY ENQSL.
           COPY OPAUTHSL.

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

       fd  arch-file.
       01  arch-record.
           03  ar-key                     pic x(10).
           03  ar-trade-date              pic 9(08).
           03  ar-amount                  pic S9999V99.
           03  ar-orig-key                pic x(10).
           03  ar-currency                pic x(03).
           03  ar-settle-date             pic x(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

       fd  brbal-file.
       01  brbal-record.
           03  bb-key.
               05  bb-branch              pic x(04).
               05  bb-currency            pic x(03).
           03  bb-data.
               05  bb-bus-date            pic 9(08).
               05  bb-opening             pic s9(9)v99.
               05  bb-movement            pic s9(9)v99.
               05  bb-closing             pic s9(9)v99.

      *
      * Position history as the load writes it - one line per
      * branch, currency, and business date.
      *
       fd  brbal-hist.
       01  bhist-record.
           03  bh-branch                  pic x(04).
           03  filler                     pic x.
           03  bh-currency                pic x(03).
           03  filler                     pic x.
           03  bh-bus-date                pic 9(08).
           03  filler                     pic x.
           03  bh-opening                 pic s9(9)v99.
           03  filler                     pic x.
           03  bh-movement                pic s9(9)v99.
           03  filler                     pic x.
           03  bh-closing                 pic s9(9)v99.
           03  filler                     pic x.
           03  bh-restated                pic x.
           03  filler                     pic x.
           03  bh-restated-on             pic x(08).

      *
      * The year-end position of record - BRBAL.DAT's layout, the
      * opening and movement taken over the whole year.
      *
       fd  yearend-file.
       01  yearend-record.
           03  ye-branch                  pic x(04).
           03  ye-currency                pic x(03).
           03  ye-bus-date                pic 9(08).
           03  ye-opening                 pic s9(9)v99.
           03  ye-movement                pic s9(9)v99.
           03  ye-closing                 pic s9(9)v99.

       fd  report-file.
       01  report-line                    pic x(132).

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY PRDFD.
       COPY BUSDTFD.
       COPY ENQFD.
       COPY OPAUTHFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-arch-name                    pic x(80) value spaces.
       01  w-ye-name                      pic x(40) value spaces.
       01  w-report-name                  pic x(80)
           value "YRCLOSE.TXT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-arch-status                  pic x(2) value spaces.
       01  w-brbal-status                 pic x(2) value spaces.
       01  w-bhist-status                 pic x(2) value spaces.
       01  w-ye-status                    pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-arg-sub                      pic 9(2) value zeros.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-arch-eof                     pic x value 'N'.
           88  arch-eof                   value 'Y'.
       01  w-brbal-eof                    pic x value 'N'.
           88  brbal-eof                  value 'Y'.
       01  w-bhist-eof                    pic x value 'N'.
           88  bhist-eof                  value 'Y'.

       01  w-year                         pic 9(4) value zeros.
       01  w-year-start                   pic 9(8) value zeros.
       01  w-year-end                     pic 9(8) value zeros.
       01  w-next-open                    pic 9(8) value zeros.
       01  w-base-currency                pic x(3) value 'USD'.
       01  w-refused                      pic x value 'N'.
       01  w-refuse-why                   pic x(20) value spaces.
       01  w-mismatch                     pic x value 'N'.
       01  w-roll-failed                  pic x value 'N'.
       01  w-open-months                  pic 9(2) value zeros.

      *
      * One candidate trade at a time, whichever file it came from.
      *
       01  w-trade.
           03  w-t-key.
               05  w-t-branch             pic x(4).
               05  w-t-seq                pic x(6).
           03  w-t-date                   pic 9(8).
           03  w-t-date-x redefines w-t-date.
               05  filler                 pic x(4).
               05  w-t-mm                 pic 99.
               05  filler                 pic x(2).
           03  w-t-amount                 pic s9999v99.
           03  w-t-currency               pic x(3).

       01  w-h-date                       pic 9(8) value zeros.
       01  w-h-date-x redefines w-h-date.
           05  filler                     pic x(4).
           05  w-h-mm                     pic 99.
           05  filler                     pic x(2).

      *
      * Branch/currency positions - the opening from pre-year
      * trades, the year totals, and the month movements the
      * statement closings are built from, each month beside the
      * closing the history recorded on its last business date.
      *
       01  w-grp-table.
           03  w-grp-entry occurs 200 times.
               05  w-g-branch             pic x(4).
               05  w-g-ccy                pic x(3).
               05  w-g-opening            pic s9(9)v99.
               05  w-g-count              pic 9(6).
               05  w-g-total              pic s9(9)v99.
               05  w-g-closing            pic s9(9)v99.
               05  w-g-month occurs 12 times.
                   07  w-g-m-count        pic 9(6).
                   07  w-g-m-move         pic s9(9)v99.
                   07  w-g-m-hist-date    pic 9(8).
                   07  w-g-m-hist-close   pic s9(9)v99.
       01  w-grp-count                    pic 9(3) value zeros.
       01  w-grp-sub                      pic 9(3) value zeros.
       01  w-grp-hit                      pic 9(3) value zeros.
       01  w-grp-spill                    pic x value 'N'.
       01  w-mth-sub                      pic 9(2) value zeros.

       01  w-ccy-table.
           03  w-ccy-entry occurs 20 times.
               05  w-c-code               pic x(3).
               05  w-c-opening            pic s9(11)v99.
               05  w-c-total              pic s9(11)v99.
               05  w-c-closing            pic s9(11)v99.
       01  w-ccy-count                    pic 9(2) value zeros.
       01  w-ccy-sub                      pic 9(2) value zeros.
       01  w-ccy-hit                      pic 9(2) value zeros.

      *
      * Cross-foot work - one position's statement closings and
      * the run's grand totals.
      *
       01  w-stmt-close                   pic s9(9)v99 value zeros.
       01  w-stmt-prior                   pic s9(9)v99 value zeros.
       01  w-stmt-move                    pic s9(9)v99 value zeros.
       01  w-stmt-month                   pic 9(6) value zeros.
       01  w-year-close                   pic s9(9)v99 value zeros.
       01  w-grand-open                   pic s9(11)v99 value zeros.
       01  w-grand-total                  pic s9(11)v99 value zeros.
       01  w-grand-close                  pic s9(11)v99 value zeros.
       01  w-grand-count                  pic 9(8) value zeros.
       01  w-read-count                   pic 9(8) value zeros.
       01  w-bad-count                    pic 9(3) value zeros.
       01  w-brbal-checked                pic 9(3) value zeros.
       01  w-hist-read                    pic 9(6) value zeros.
       01  w-hist-checked                 pic 9(4) value zeros.
       01  w-roll-count                   pic 9(3) value zeros.

       01  w-head-line.
           03  filler                     pic x(9)
               value 'POSITION '.
           03  rpt-h-branch               pic x(4).
           03  filler                     pic x value space.
           03  rpt-h-ccy                  pic x(3).
           03  filler                     pic x(6)
               value ' YEAR '.
           03  rpt-h-year                 pic 9(4).
       01  w-open-line.
           03  filler                     pic x(24)
               value 'OPENING BALANCE.......: '.
           03  rpt-opening                pic -(8)9.99.
       01  w-month-line.
           03  filler                     pic x(8)
               value '  MONTH '.
           03  rpt-m-month                pic 9(6).
           03  filler                     pic x(9)
               value '  TRADES '.
           03  rpt-m-count                pic zzzzz9.
           03  filler                     pic x(11)
               value '  MOVEMENT '.
           03  rpt-m-move                 pic -(8)9.99.
           03  filler                     pic x(10)
               value '  CLOSING '.
           03  rpt-m-close                pic -(8)9.99.
       01  w-count-line.
           03  filler                     pic x(24)
               value 'TRADES THIS YEAR......: '.
           03  rpt-ycount                 pic zzzzz9.
       01  w-move-line.
           03  filler                     pic x(24)
               value 'YEAR MOVEMENT.........: '.
           03  rpt-ymove                  pic -(8)9.99.
       01  w-close-line.
           03  filler                     pic x(24)
               value 'CLOSING BALANCE.......: '.
           03  rpt-closing                pic -(8)9.99.
       01  w-hist-line.
           03  filler                     pic x(12)
               value '  *** MONTH '.
           03  rpt-hm-month               pic 9(6).
           03  filler                     pic x(17)
               value ' HISTORY CLOSING '.
           03  rpt-hm-close               pic -(8)9.99.
           03  filler                     pic x(10)
               value ' BUS-DATE '.
           03  rpt-hm-date                pic 9(8).
           03  filler                     pic x(4)
               value ' ***'.
       01  w-ccy-line.
           03  filler                     pic x(9)
               value 'CURRENCY '.
           03  rpt-c-code                 pic x(3).
           03  filler                     pic x(10)
               value '  OPENING '.
           03  rpt-c-opening              pic -(10)9.99.
           03  filler                     pic x(11)
               value '  MOVEMENT '.
           03  rpt-c-total                pic -(10)9.99.
           03  filler                     pic x(10)
               value '  CLOSING '.
           03  rpt-c-closing              pic -(10)9.99.

       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       COPY PRDWS.
       COPY BUSDTWS.
       COPY ENQWS.
       COPY OPAUTHWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg = spaces
                   or w-cmd-arg(1:4) is not numeric
               display 'YEAR-CLOSE: USAGE: YEAR-CLOSE '
                       '<YEAR-YYYY> [REPORT] [TRAN-FILE] '
                       '[ARCHIVE...]'
               move 16 to return-code
               stop run
           end-if
           move w-cmd-arg(1:4) to w-year
           compute w-year-start = w-year * 10000 + 101
           compute w-year-end = w-year * 10000 + 1231
           compute w-next-open = (w-year + 1) * 10000 + 101
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-tran-filename
           else
               accept w-tran-filename from environment
                   "Y2KSMPL_TRAN_FILE"
                   on exception continue
               end-accept
               if w-tran-filename = spaces
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           move spaces to w-ye-name
           string 'BRBALYE.' w-year
               delimited by size into w-ye-name
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time
           perform get-business-date

           move w-operator to ws-auth-user
           move 'YRCLOSE' to ws-auth-function
           move 'YRCLOSE' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'YEAR-CLOSE: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 'NOT AUTHORIZED' to w-refuse-why
               perform refuse-year-close
               stop run
           end-if

           perform check-year-closable
           if w-refused = 'Y'
               stop run
           end-if

      *    the load and TRANEXC-DISP read the period control and
      *    the load rewrites the position master - claim both
           move 'YRCLOSE' to ws-enq-program
           move 'PERIOD.CTL' to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               move 16 to return-code
               stop run
           end-if
           move 'BRBAL.DAT' to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if

           perform collect-live-trades
           perform varying w-arg-sub from 4 by 1
                   until w-arg-sub > 9
               display w-arg-sub upon argument-number
               accept w-cmd-arg from argument-value
                   on exception move spaces to w-cmd-arg
               end-accept
               if w-cmd-arg not = spaces
                   move w-cmd-arg to w-arch-name
                   perform collect-archive-trades
               end-if
           end-perform
           perform collect-month-end-history
           perform write-year-summary
           perform check-position-master

           if w-mismatch = 'Y'
               display 'YEAR-CLOSE: *** YEAR ' w-year
                       ' DOES NOT CROSS-FOOT - NOT CLOSED ***'
               move 'CROSS-FOOT MISMATCH' to w-refuse-why
               perform refuse-year-close
           else
               perform freeze-year-end-positions
               perform roll-openings-forward
               if w-roll-failed = 'Y'
                   display 'YEAR-CLOSE: *** YEAR ' w-year
                           ' NOT ALL POSITIONS ROLLED - NOT CLOSED ***'
                   move 'ROLL FAILED' to w-refuse-why
                   perform refuse-year-close
               else
                   perform record-year-closed
               end-if
           end-if
           perform dequeue-all-datasets

           display 'YEAR-CLOSE: YEAR ' w-year
           display '  TRADES READ......: ' w-read-count
           display '  POSITIONS........: ' w-grp-count
           display '  YEAR TRADES......: ' w-grand-count
           display '  OPENING TOTAL....: ' w-grand-open
           display '  YEAR MOVEMENT....: ' w-grand-total
           display '  CLOSING TOTAL....: ' w-grand-close
           display '  HISTORY CHECKED..: ' w-hist-checked
           display '  BRBAL CHECKED....: ' w-brbal-checked
           display '  BRBAL ROLLED.....: ' w-roll-count
           stop run.

      *
      * A year closes once, after it has ended, and only when
      * every one of its months already stands closed - the
      * month-end statements are what the year foots to.
      *
       check-year-closable.
           move 'N' to w-refused
           move w-year to ws-prd-year-yyyy
           perform load-period-control
           perform varying ws-prd-sub from 1 by 1
                   until ws-prd-sub > ws-prd-count
               if ws-prd-closed-month(ws-prd-sub) = ws-prd-year-key
                   move 'Y' to w-refused
               end-if
           end-perform
           if w-refused = 'Y'
               display 'YEAR-CLOSE: YEAR ' w-year ' ALREADY CLOSED'
               move 4 to return-code
           end-if
           if w-refused = 'N'
                   and w-year not < ws-bus-date(1:4)
               display 'YEAR-CLOSE: YEAR ' w-year
                       ' HAS NOT ENDED - BUSINESS DATE ' ws-bus-date
               move 'NOT ENDED' to w-refuse-why
               perform refuse-year-close
           end-if
           if w-refused = 'N'
               move 0 to w-open-months
               perform varying w-mth-sub from 1 by 1
                       until w-mth-sub > 12
                   compute w-stmt-month = w-year * 100 + w-mth-sub
                   move spaces to ws-prd-date
                   move w-stmt-month to ws-prd-date(1:6)
                   move '01' to ws-prd-date(7:2)
                   perform check-period-closed
                   if ws-prd-closed not = 'Y'
                       add 1 to w-open-months
                       display 'YEAR-CLOSE: MONTH ' w-stmt-month
                               ' IS NOT CLOSED'
                   end-if
               end-perform
               if w-open-months > 0
                   move 'MONTHS NOT CLOSED' to w-refuse-why
                   perform refuse-year-close
               end-if
           end-if.

       refuse-year-close.
           move 'Y' to w-refused
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' YEARCLOSE ' w-year
               ' REFUSED ' w-refuse-why
               delimited by size into w-audit-line
           perform append-audit-line
           move 16 to return-code.

       collect-live-trades.
           open input tran
           if w-tran-status not = '00'
               display 'YEAR-CLOSE: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       move tran-key to w-t-key
                       move tran-trade-date to w-t-date
                       move tran-amount to w-t-amount
                       move tran-currency to w-t-currency
                       perform bucket-one-trade
               end-read
           end-perform
           close tran.

      *
      * An archive that will not open leaves the year short - the
      * run cannot prove it, so it fails rather than close it.
      *
       collect-archive-trades.
           move 'N' to w-arch-eof
           open input arch-file
           if w-arch-status not = '00'
               display 'YEAR-CLOSE: CANNOT OPEN ARCHIVE '
                       function trim(w-arch-name)
               move 'Y' to w-mismatch
           else
               perform until arch-eof
                   read arch-file
                       at end move 'Y' to w-arch-eof
                       not at end
                           move ar-key to w-t-key
                           move ar-trade-date to w-t-date
                           move ar-amount to w-t-amount
                           move ar-currency to w-t-currency
                           perform bucket-one-trade
                   end-read
               end-perform
               close arch-file
           end-if.

      *
      * A pre-year trade feeds the position's opening; a trade
      * inside the year feeds both the year totals and its month;
      * anything after the year belongs to the next one.
      *
       bucket-one-trade.
           add 1 to w-read-count
           if w-t-currency = spaces
               move w-base-currency to w-t-currency
           end-if
           if w-t-date not > w-year-end
               perform find-position-slot
               if w-grp-hit = 0
                   move 'Y' to w-grp-spill
               else
                   if w-t-date < w-year-start
                       add w-t-amount to w-g-opening(w-grp-hit)
                   else
                       add 1 to w-g-count(w-grp-hit)
                       add w-t-amount to w-g-total(w-grp-hit)
                       move w-t-mm to w-mth-sub
                       add 1 to w-g-m-count(w-grp-hit, w-mth-sub)
                       add w-t-amount
                           to w-g-m-move(w-grp-hit, w-mth-sub)
                   end-if
               end-if
           end-if.

       find-position-slot.
           move 0 to w-grp-hit
           perform varying w-grp-sub from 1 by 1
                   until w-grp-sub > w-grp-count
               if w-g-branch(w-grp-sub) = w-t-branch
                       and w-g-ccy(w-grp-sub) = w-t-currency
                   move w-grp-sub to w-grp-hit
               end-if
           end-perform
           if w-grp-hit = 0 and w-grp-count < 200
               add 1 to w-grp-count
               move w-grp-count to w-grp-hit
               initialize w-grp-entry(w-grp-hit)
               move w-t-branch to w-g-branch(w-grp-hit)
               move w-t-currency to w-g-ccy(w-grp-hit)
           end-if.

      *
      * The load's own record of each month-end - for every
      * position, the latest BRBALHST.DAT line dated inside each
      * month of the year. A history line for a position no trade
      * ever reached must stand at nothing.
      *
       collect-month-end-history.
           move 'N' to w-bhist-eof
           open input brbal-hist
           if w-bhist-status not = '00'
               display 'YEAR-CLOSE: CANNOT OPEN BRBALHST.DAT STATUS '
                       w-bhist-status ' - MONTH-ENDS NOT PROVEN'
               move 'Y' to w-mismatch
           else
               perform until bhist-eof
                   read brbal-hist
                       at end move 'Y' to w-bhist-eof
                       not at end
                           if bh-bus-date not < w-year-start
                                   and bh-bus-date not > w-year-end
                               perform hold-one-history-line
                           end-if
                   end-read
               end-perform
               close brbal-hist
           end-if.

       hold-one-history-line.
           add 1 to w-hist-read
           move 0 to w-grp-hit
           perform varying w-grp-sub from 1 by 1
                   until w-grp-sub > w-grp-count
               if w-g-branch(w-grp-sub) = bh-branch
                       and w-g-ccy(w-grp-sub) = bh-currency
                   move w-grp-sub to w-grp-hit
               end-if
           end-perform
           if w-grp-hit = 0
               if bh-closing not = zeros
                   move 'Y' to w-mismatch
                   display 'YEAR-CLOSE: BRBALHST ' bh-branch ' '
                           bh-currency ' ' bh-bus-date ' CLOSING '
                           bh-closing ' - NO TRADES ON FILE'
               end-if
           else
               move bh-bus-date to w-h-date
               move w-h-mm to w-mth-sub
               if bh-bus-date
                       not < w-g-m-hist-date(w-grp-hit, w-mth-sub)
                   move bh-bus-date
                       to w-g-m-hist-date(w-grp-hit, w-mth-sub)
                   move bh-closing
                       to w-g-m-hist-close(w-grp-hit, w-mth-sub)
               end-if
           end-if.

       write-year-summary.
           open output report-file
           if w-report-status not = '00'
               display 'YEAR-CLOSE: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           move 'YRCLOSE' to ws-rpt-id
           move 'YRCLOSE' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           perform varying w-grp-sub from 1 by 1
                   until w-grp-sub > w-grp-count
               perform write-one-position
           end-perform
           perform write-currency-summary
           if w-grp-spill = 'Y'
               move 'Y' to w-mismatch
               move spaces to report-line
               move 'POSITION BUCKETS EXHAUSTED - '
                   to report-line
               move 'YEAR INCOMPLETE' to report-line(30:15)
               perform spool-report-line
           end-if
           if w-mismatch = 'Y'
               move spaces to report-line
               perform spool-report-line
               move '*** YEAR NOT CLOSED - DOES NOT CROSS-FOOT ***'
                   to report-line
               perform spool-report-line
           end-if
           move w-grand-count to ws-rpt-ctl-count
           move w-grand-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file.

      *
      * The twelve month-end closings run forward from the
      * opening on the month movements, and each is held to the
      * closing the history recorded for that month.
      *
       write-one-position.
           move w-g-branch(w-grp-sub) to rpt-h-branch
           move w-g-ccy(w-grp-sub) to rpt-h-ccy
           move w-year to rpt-h-year
           move spaces to report-line
           perform spool-report-line
           move w-head-line to report-line
           perform spool-report-line
           move w-g-opening(w-grp-sub) to rpt-opening
           move w-open-line to report-line
           perform spool-report-line
           move w-g-opening(w-grp-sub) to w-stmt-close
           perform varying w-mth-sub from 1 by 1
                   until w-mth-sub > 12
               perform write-one-month
           end-perform
           compute w-year-close = w-g-opening(w-grp-sub)
               + w-g-total(w-grp-sub)
           move w-year-close to w-g-closing(w-grp-sub)
           move w-g-count(w-grp-sub) to rpt-ycount
           move w-count-line to report-line
           perform spool-report-line
           move w-g-total(w-grp-sub) to rpt-ymove
           move w-move-line to report-line
           perform spool-report-line
           move w-year-close to rpt-closing
           move w-close-line to report-line
           perform spool-report-line
           add w-g-opening(w-grp-sub) to w-grand-open
           add w-g-total(w-grp-sub) to w-grand-total
           add w-year-close to w-grand-close
           add w-g-count(w-grp-sub) to w-grand-count
           perform tally-currency.

       write-one-month.
           move w-stmt-close to w-stmt-prior
           add w-g-m-move(w-grp-sub, w-mth-sub) to w-stmt-close
           compute w-stmt-move = w-stmt-close - w-stmt-prior
           compute w-stmt-month = w-year * 100 + w-mth-sub
           move w-stmt-month to rpt-m-month
           move w-g-m-count(w-grp-sub, w-mth-sub) to rpt-m-count
           move w-stmt-move to rpt-m-move
           move w-stmt-close to rpt-m-close
           move w-month-line to report-line
           perform spool-report-line
           perform check-month-end-history.

      *
      * No history line in a month is only right for a position
      * that stood at nothing all month.
      *
       check-month-end-history.
           if w-g-m-hist-date(w-grp-sub, w-mth-sub) = zeros
               if w-stmt-close not = zeros
                       or w-g-m-count(w-grp-sub, w-mth-sub) > 0
                   move 'Y' to w-mismatch
                   move spaces to report-line
                   move '  *** NO MONTH-END HISTORY LINE ***'
                       to report-line
                   perform spool-report-line
               end-if
           else
               add 1 to w-hist-checked
               if w-g-m-hist-close(w-grp-sub, w-mth-sub)
                       not = w-stmt-close
                   move 'Y' to w-mismatch
                   move w-stmt-month to rpt-hm-month
                   move w-g-m-hist-close(w-grp-sub, w-mth-sub)
                       to rpt-hm-close
                   move w-g-m-hist-date(w-grp-sub, w-mth-sub)
                       to rpt-hm-date
                   move w-hist-line to report-line
                   perform spool-report-line
               end-if
           end-if.

       tally-currency.
           move 0 to w-ccy-hit
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               if w-c-code(w-ccy-sub) = w-g-ccy(w-grp-sub)
                   move w-ccy-sub to w-ccy-hit
               end-if
           end-perform
           if w-ccy-hit = 0 and w-ccy-count < 20
               add 1 to w-ccy-count
               move w-ccy-count to w-ccy-hit
               initialize w-ccy-entry(w-ccy-hit)
               move w-g-ccy(w-grp-sub) to w-c-code(w-ccy-hit)
           end-if
           if w-ccy-hit > 0
               add w-g-opening(w-grp-sub) to w-c-opening(w-ccy-hit)
               add w-g-total(w-grp-sub) to w-c-total(w-ccy-hit)
               add w-year-close to w-c-closing(w-ccy-hit)
           end-if.

       write-currency-summary.
           move spaces to report-line
           perform spool-report-line
           move 'CURRENCY SUMMARY' to report-line
           perform spool-report-line
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               move w-c-code(w-ccy-sub) to rpt-c-code
               move w-c-opening(w-ccy-sub) to rpt-c-opening
               move w-c-total(w-ccy-sub) to rpt-c-total
               move w-c-closing(w-ccy-sub) to rpt-c-closing
               move w-ccy-line to report-line
               perform spool-report-line
           end-perform.

      *
      * A position master line the load has not moved past the
      * year end is the year-end position already - it must say
      * what the trades say.
      *
       check-position-master.
           open input brbal-file
           if w-brbal-status = '00'
               move 'N' to w-brbal-eof
               perform until brbal-eof
                   read brbal-file next
                       at end move 'Y' to w-brbal-eof
                       not at end
                           if bb-bus-date not > w-year-end
                               perform check-one-position
                           end-if
                   end-read
               end-perform
               close brbal-file
           end-if.

       check-one-position.
           add 1 to w-brbal-checked
           move bb-branch to w-t-branch
           move bb-currency to w-t-currency
           move 0 to w-grp-hit
           perform varying w-grp-sub from 1 by 1
                   until w-grp-sub > w-grp-count
               if w-g-branch(w-grp-sub) = w-t-branch
                       and w-g-ccy(w-grp-sub) = w-t-currency
                   move w-grp-sub to w-grp-hit
               end-if
           end-perform
           if w-grp-hit = 0
               move zeros to w-year-close
           else
               move w-g-closing(w-grp-hit) to w-year-close
           end-if
           if bb-closing not = w-year-close
               add 1 to w-bad-count
               move 'Y' to w-mismatch
               display 'YEAR-CLOSE: BRBAL ' bb-key ' CLOSING '
                       bb-closing ' TRADES SAY ' w-year-close
           end-if.

       freeze-year-end-positions.
           open output yearend-file
           if w-ye-status not = '00'
               display 'YEAR-CLOSE: CANNOT OPEN '
                       function trim(w-ye-name)
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           perform varying w-grp-sub from 1 by 1
                   until w-grp-sub > w-grp-count
               move spaces to yearend-record
               move w-g-branch(w-grp-sub) to ye-branch
               move w-g-ccy(w-grp-sub) to ye-currency
               move w-year-end to ye-bus-date
               move w-g-opening(w-grp-sub) to ye-opening
               move w-g-total(w-grp-sub) to ye-movement
               move w-g-closing(w-grp-sub) to ye-closing
               write yearend-record
           end-perform
           close yearend-file.

      *
      * The new year opens where the old one closed - a line
      * already moved into the new year by the load carries its
      * own opening and is left alone. A line that will not roll
      * keeps the year open; a rerun rolls what is left.
      *
       roll-openings-forward.
           open i-o brbal-file
           if w-brbal-status = '00'
               move 'N' to w-brbal-eof
               perform until brbal-eof
                   read brbal-file next
                       at end move 'Y' to w-brbal-eof
                       not at end
                           if bb-bus-date not > w-year-end
                               perform roll-one-position
                           end-if
                   end-read
               end-perform
               close brbal-file
           else
               if w-brbal-checked > 0
                   display 'YEAR-CLOSE: CANNOT OPEN BRBAL.DAT STATUS '
                           w-brbal-status ' - NOTHING ROLLED'
                   move 'Y' to w-roll-failed
               end-if
           end-if.

       roll-one-position.
           move w-next-open to bb-bus-date
           move bb-closing to bb-opening
           move zeros to bb-movement
           rewrite brbal-record
               invalid key
                   display 'YEAR-CLOSE: POSITION REWRITE FAILED '
                           bb-key
                   move 'Y' to w-roll-failed
                   move 16 to return-code
               not invalid key
                   add 1 to w-roll-count
           end-rewrite.

       record-year-closed.
           open extend period-ctl-file
           if ws-prd-file-status not = '00'
               open output period-ctl-file
           end-if
           move spaces to period-ctl-record
           move ws-prd-year-key to pc-period
           move 'C' to pc-state
           move w-operator to pc-user
           move w-audit-date to pc-date
           move w-audit-time to pc-time
           write period-ctl-record
           close period-ctl-file
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' YEARCLOSE ' w-year
               ' POSITIONS ' w-grp-count
               ' CLOSING ' w-grand-close
               delimited by size into w-audit-line
           perform append-audit-line
           display 'YEAR-CLOSE: YEAR ' w-year ' CLOSED - '
                   function trim(w-ye-name) ' FROZEN'.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY PRDPA.
       COPY BUSDTPA.
       COPY ENQPA.
       COPY OPAUTHPA.
       COPY RPTFPA.
