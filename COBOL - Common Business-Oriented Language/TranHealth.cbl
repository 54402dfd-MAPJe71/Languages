      *
      * Trade history content health check - TRAN-RECON proves the
      * counts and totals, but nothing looked inside the records,
      * and the bad ones that loaded before the validation front
      * end existed are still in tran.dat. This reads the whole
      * history and checks every record on its own, writing one
      * finding per problem (a record can have several) with a
      * reason code and a severity:
      *   BRUNK   E  branch not on BRANCH.DAT
      *   BRCLS   W  branch closed on BRANCH.DAT
      *   NORATE  W  currency never carried on RATES.CTL (blank is
      *              the base currency and needs none)
      *   TDBAD   E  trade date fails Y2KDCALC validation
      *   SDBAD   E  settlement date fails Y2KDCALC validation
      *   SDNONE  W  no settlement date - loaded before the field
      *              existed
      *   SDEARLY E  settlement date before the trade date
      *   ORSELF  E  reversal whose original key is its own key
      * The reason codes follow the load's reject codes where the
      * same check exists there. Without BRANCH.DAT or RATES.CTL
      * the check that needs it is skipped, and the console says
      * so.
      *
      * Findings (HEALTH.DAT): key x(10), reason x(7), severity
      * E|W, the offending value x(10), space-separated.
      * RETURN-CODE 8 when any E finding was written, 4 when only
      * W findings, 0 when the file is clean - BATCH-SCHED holds
      * the successors of a job that ends non-zero.
      *
      * Arguments: 1 the findings file (default HEALTH.DAT), 2 the
      * trade history (default tran.dat / Y2KSMPL_TRAN_FILE).
      *
       identification division.
       program-id. TRAN-HEALTH.

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
           select finding-file
           assign to dynamic w-finding-name
           organization is line sequential
           file status is w-finding-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select rates-file
           assign to "RATES.CTL"
           organization is line sequential
           file status is w-rates-status.

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
       01  tran-post-x.
           03  filler                     pic x(10).
           03  tran-trade-date-x          pic x(08).
           03  filler                     pic x(19).
           03  tran-settle-date-x         pic x(08).

       fd  finding-file.
       01  finding-record.
           03  hf-key                     pic x(10).
           03  filler                     pic x.
           03  hf-reason                  pic x(07).
           03  filler                     pic x.
           03  hf-severity                pic x.
           03  filler                     pic x.
           03  hf-value                   pic x(10).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  rates-file.
       01  rates-record.
           03  rt-date                    pic x(08).
           03  filler                     pic x.
           03  rt-currency                pic x(03).
           03  filler                     pic x.
           03  rt-rate                    pic x(12).

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-finding-name                 pic x(80)
           value "HEALTH.DAT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-finding-status               pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-rates-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-branch-eof                   pic x value 'N'.
           88  branch-eof                 value 'Y'.
       01  w-rates-eof                    pic x value 'N'.
           88  rates-eof                  value 'Y'.
       01  w-base-currency                pic x(3) value 'USD'.

       01  w-branch-loaded                pic x value 'N'.
       01  w-branch-table.
           03  w-br-entry occurs 100 times.
               05  w-br-code              pic x(4).
               05  w-br-stat              pic x.
       01  w-branch-count                 pic 9(3) value zeros.
       01  w-br-sub                       pic 9(3) value zeros.
       01  w-br-hit                       pic 9(3) value zeros.

       01  w-rates-loaded                 pic x value 'N'.
       01  w-ccy-table.
           03  w-ccy-code occurs 50 times pic x(3).
       01  w-ccy-count                    pic 9(2) value zeros.
       01  w-ccy-sub                      pic 9(2) value zeros.
       01  w-ccy-hit                      pic 9(2) value zeros.

       01  w-dcalc-func                   pic x value 'W'.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-dcalc-dow                    pic 9 value zero.
       01  w-check-date                   pic 9(8) value zeros.
       01  w-check-date-x redefines w-check-date
                                          pic x(8).
       01  w-trade-ok                     pic x value 'N'.
       01  w-settle-ok                    pic x value 'N'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-bad-rec-count                pic 9(8) value zeros.
       01  w-rec-findings                 pic 9(2) value zeros.
       01  w-error-count                  pic 9(8) value zeros.
       01  w-warn-count                   pic 9(8) value zeros.
       01  w-f-reason                     pic x(7) value spaces.
       01  w-f-severity                   pic x value space.
       01  w-f-value                      pic x(10) value spaces.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-finding-name
           end-if
           display 2 upon argument-number
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

           perform load-branch-master
           perform load-rate-currencies
           open input tran
           if w-tran-status not = '00'
               display 'TRAN-HEALTH: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           open output finding-file
           if w-finding-status not = '00'
               display 'TRAN-HEALTH: CANNOT OPEN '
                       function trim(w-finding-name)
               close tran
               move 16 to return-code
               stop run
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       add 1 to w-read-count
                       perform check-one-record
               end-read
           end-perform
           close tran
           close finding-file

           display 'TRAN-HEALTH: ' function trim(w-tran-filename)
           display '  RECORDS READ.....: ' w-read-count
           display '  RECORDS FLAGGED..: ' w-bad-rec-count
           display '  ERROR FINDINGS...: ' w-error-count
           display '  WARNING FINDINGS.: ' w-warn-count
           move zero to return-code
           if w-warn-count > zero
               move 4 to return-code
           end-if
           if w-error-count > zero
               move 8 to return-code
           end-if
           stop run.

       check-one-record.
           move zero to w-rec-findings
           perform check-branch
           perform check-currency
           perform check-dates
           if tran-orig-key = tran-key
               move 'ORSELF' to w-f-reason
               move 'E' to w-f-severity
               move tran-orig-key to w-f-value
               perform write-finding
           end-if
           if w-rec-findings > zero
               add 1 to w-bad-rec-count
           end-if.

       check-branch.
           if w-branch-loaded = 'Y'
               move 0 to w-br-hit
               perform varying w-br-sub from 1 by 1
                       until w-br-sub > w-branch-count
                   if w-br-code(w-br-sub) = tran-branch
                       move w-br-sub to w-br-hit
                   end-if
               end-perform
               move tran-branch to w-f-value
               evaluate true
                   when w-br-hit = 0
                       move 'BRUNK' to w-f-reason
                       move 'E' to w-f-severity
                       perform write-finding
                   when w-br-stat(w-br-hit) not = 'A'
                       move 'BRCLS' to w-f-reason
                       move 'W' to w-f-severity
                       perform write-finding
               end-evaluate
           end-if.

       check-currency.
           if w-rates-loaded = 'Y'
                   and tran-currency not = spaces
                   and tran-currency not = w-base-currency
               move 0 to w-ccy-hit
               perform varying w-ccy-sub from 1 by 1
                       until w-ccy-sub > w-ccy-count
                   if w-ccy-code(w-ccy-sub) = tran-currency
                       move w-ccy-sub to w-ccy-hit
                   end-if
               end-perform
               if w-ccy-hit = 0
                   move 'NORATE' to w-f-reason
                   move 'W' to w-f-severity
                   move tran-currency to w-f-value
                   perform write-finding
               end-if
           end-if.

      *
      * Both dates through Y2KDCALC's own validation (the day-of-
      * week function refuses a date that does not exist); the
      * ordering check only when both dates passed.
      *
       check-dates.
           move 'N' to w-trade-ok
           move 'N' to w-settle-ok
           move tran-trade-date-x to w-check-date-x
           perform validate-check-date
           if w-dcalc-status = '00'
               move 'Y' to w-trade-ok
           else
               move 'TDBAD' to w-f-reason
               move 'E' to w-f-severity
               move tran-trade-date-x to w-f-value
               perform write-finding
           end-if
           move tran-settle-date-x to w-check-date-x
           evaluate true
               when w-check-date-x = spaces
               when w-check-date-x = zeros
                   move 'SDNONE' to w-f-reason
                   move 'W' to w-f-severity
                   move tran-settle-date-x to w-f-value
                   perform write-finding
               when other
                   perform validate-check-date
                   if w-dcalc-status = '00'
                       move 'Y' to w-settle-ok
                   else
                       move 'SDBAD' to w-f-reason
                       move 'E' to w-f-severity
                       move tran-settle-date-x to w-f-value
                       perform write-finding
                   end-if
           end-evaluate
           if w-trade-ok = 'Y' and w-settle-ok = 'Y'
                   and tran-settle-date < tran-trade-date
               move 'SDEARLY' to w-f-reason
               move 'E' to w-f-severity
               move tran-settle-date-x to w-f-value
               perform write-finding
           end-if.

       validate-check-date.
           move spaces to w-dcalc-status
           if w-check-date-x is not numeric
               move '02' to w-dcalc-status
           else
               call 'Y2KDCALC' using w-dcalc-func, w-check-date,
                       omitted, omitted, w-dcalc-dow,
                       w-dcalc-status
           end-if.

       write-finding.
           move spaces to finding-record
           move tran-key to hf-key
           move w-f-reason to hf-reason
           move w-f-severity to hf-severity
           move w-f-value to hf-value
           write finding-record
           add 1 to w-rec-findings
           if w-f-severity = 'E'
               add 1 to w-error-count
           else
               add 1 to w-warn-count
           end-if.

       load-branch-master.
           open input branch-master
           if w-branch-status = '00'
               perform until branch-eof
                   read branch-master
                       at end move 'Y' to w-branch-eof
                       not at end
                           if br-code not = spaces
                                   and w-branch-count < 100
                               add 1 to w-branch-count
                               move br-code
                                   to w-br-code(w-branch-count)
                               move br-status
                                   to w-br-stat(w-branch-count)
                           end-if
                   end-read
               end-perform
               close branch-master
               move 'Y' to w-branch-loaded
           else
               display 'TRAN-HEALTH: NO BRANCH.DAT - '
                       'BRANCH CHECKS SKIPPED'
           end-if.

      *
      * Any date's line will do - the question is whether the
      * currency is one the shop rates at all.
      *
       load-rate-currencies.
           open input rates-file
           if w-rates-status = '00'
               perform until rates-eof
                   read rates-file
                       at end move 'Y' to w-rates-eof
                       not at end
                           perform hold-rate-currency
                   end-read
               end-perform
               close rates-file
               move 'Y' to w-rates-loaded
           else
               display 'TRAN-HEALTH: NO RATES.CTL - '
                       'CURRENCY CHECKS SKIPPED'
           end-if.

       hold-rate-currency.
           move 0 to w-ccy-hit
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               if w-ccy-code(w-ccy-sub) = rt-currency
                   move w-ccy-sub to w-ccy-hit
               end-if
           end-perform
           if w-ccy-hit = 0 and w-ccy-count < 50
                   and rt-currency not = spaces
               add 1 to w-ccy-count
               move rt-currency to w-ccy-code(w-ccy-count)
           end-if.
