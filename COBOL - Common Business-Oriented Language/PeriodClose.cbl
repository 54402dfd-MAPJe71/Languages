      *
      * Month-end period close - once a month's BRANCH-STMT
      * statements and TRAN-REVAL revaluation have gone out, an
      * amendment or an exception decision dated in that month
      * changes figures finance has already issued. This keeps
      * PERIOD.CTL, the list of closed months the load and
      * TRANEXC-DISP consult (CHECK-PERIOD-CLOSED) before changing
      * a trade; a change dated in a closed month is refused and
      * queued to TRANEXC.DAT with the CLOSED PERIOD reason.
      *
      * CLOSE needs the PRDCLOSE function in OPERMAST.CTL, a month
      * that has ended by the business date, and every MONTHEND
      * job on the BATCH-SCHED schedule journaled CLEAN in
      * SCHEDJRN.TXT during that month - the last entry a job has
      * in the month is the one that counts, so a clean run
      * followed by a failed rerun keeps the month open. REOPEN
      * needs the separate PRDOPEN function. Both append an audit
      * line to PRDAUDIT.TXT showing who, when, and what; so does
      * every refused attempt. A month of a year YEAR-CLOSE has
      * closed (its YYYY00 line) cannot be reopened here.
      *
      * Arguments: 1 action LIST | CLOSE | REOPEN, 2 the period
      * YYYYMM (CLOSE/REOPEN), 3 the schedule cards (default
      * SCHEDULE.CTL).
      *
       identification division.
       program-id. PERIOD-CLOSE.

       environment division.
       input-output section.
       file-control.
           select sched-ctl
           assign to dynamic w-sched-name
           organization is line sequential
           file status is w-sched-status.
           select sched-jrnl
           assign to "SCHEDJRN.TXT"
           organization is line sequential
           file status is w-jrnl-status.
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
       fd  sched-ctl.
       01  sched-record                   pic x(132).

       fd  sched-jrnl.
       01  sched-jrnl-record.
           03  sj-date                    pic x(08).
           03  filler                     pic x.
           03  sj-job                     pic x(08).
           03  filler                     pic x.
           03  sj-rc                      pic 9(04).
           03  filler                     pic x.
           03  sj-status                  pic x(08).

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY PRDFD.
       COPY BUSDTFD.
       COPY ENQFD.
       COPY OPAUTHFD.

       working-storage section.
       01  w-sched-name                   pic x(80)
           value "SCHEDULE.CTL".
       01  w-sched-status                 pic x(2) value spaces.
       01  w-jrnl-status                  pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-period                       pic x(6) value spaces.
       01  w-period-mm                    pic 99 value zeros.
       01  w-sched-eof                    pic x value 'N'.
           88  sched-eof                  value 'Y'.
       01  w-jrnl-eof                     pic x value 'N'.
           88  jrnl-eof                   value 'Y'.

      *
      * PERIOD.CTL in core, one image per month on file.
      *
       01  w-prd-image-table.
           03  w-prd-image occurs 240 times
                                          pic x(38).
       01  w-prd-lines                    pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-refused                      pic x value 'N'.
       01  w-refuse-why                   pic x(20) value spaces.
       01  w-year-key.
           03  w-year-yyyy                pic x(4).
           03  filler                     pic x(2) value '00'.
       01  w-year-closed                  pic x value 'N'.

      *
      * The schedule's MONTHEND jobs and the last journaled
      * status each has in the period being closed.
      *
       01  w-me-table.
           03  w-me-entry occurs 50 times.
               05  w-me-name              pic x(8).
               05  w-me-status            pic x(8).
       01  w-me-count                     pic 9(2) value zeros.
       01  w-me-sub                       pic 9(2) value zeros.
       01  w-me-open                      pic 9(2) value zeros.
       01  w-word-1                       pic x(10) value spaces.
       01  w-word-2                       pic x(10) value spaces.
       01  w-word-3                       pic x(10) value spaces.

       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       COPY PRDWS.
       COPY BUSDTWS.
       COPY ENQWS.
       COPY OPAUTHWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-action
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:6) to w-period
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-sched-name
           end-if
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time
           perform get-business-date

           if w-action = 'LIST'
               perform load-period-table
               perform list-periods
               stop run
           end-if
           if w-action not = 'CLOSE' and w-action not = 'REOPEN'
               display 'PERIOD-CLOSE: USAGE: PERIOD-CLOSE '
                       'LIST|CLOSE|REOPEN [YYYYMM] [SCHEDULE]'
               move 16 to return-code
               stop run
           end-if
           move zeros to w-period-mm
           if w-period is numeric
               move w-period(5:2) to w-period-mm
           end-if
           if w-period-mm < 1 or w-period-mm > 12
               display 'PERIOD-CLOSE: BAD PERIOD ' w-period
                       ' - YYYYMM EXPECTED'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           if w-action = 'CLOSE'
               move 'PRDCLOSE' to ws-auth-function
           else
               move 'PRDOPEN' to ws-auth-function
           end-if
           move 'PRDCLOSE' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'PERIOD-CLOSE: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' ' w-action ' ' w-period
                   ' REFUSED NOT AUTHORIZED'
                   delimited by size into w-audit-line
               perform append-audit-line
               move 16 to return-code
               stop run
           end-if

      *    the load and TRANEXC-DISP read the file mid-run -
      *    claim it before it is rewritten
           move 'PRDCLOSE' to ws-enq-program
           move 'PERIOD.CTL' to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               move 16 to return-code
               stop run
           end-if
           perform load-period-table
           move 0 to w-hit
           perform varying w-sub from 1 by 1
                   until w-sub > w-prd-lines
               move w-prd-image(w-sub) to period-ctl-record
               if pc-period = w-period
                   move w-sub to w-hit
               end-if
           end-perform
           if w-action = 'CLOSE'
               perform close-period
           else
               perform reopen-period
           end-if
           perform dequeue-all-datasets
           stop run.

      *
      * A month closes only after it has ended and its month-end
      * jobs have finished clean.
      *
       close-period.
           move 'N' to w-refused
           if w-hit > 0
               move w-prd-image(w-hit) to period-ctl-record
               if pc-state = 'C'
                   display 'PERIOD-CLOSE: ' w-period
                           ' ALREADY CLOSED BY '
                           function trim(pc-user) ' ON ' pc-date
                   move 4 to return-code
                   move 'Y' to w-refused
               end-if
           end-if
           if w-refused = 'N'
                   and w-period not < ws-bus-date(1:6)
               display 'PERIOD-CLOSE: ' w-period
                       ' HAS NOT ENDED - BUSINESS DATE '
                       ws-bus-date
               move 'NOT ENDED' to w-refuse-why
               perform refuse-close
           end-if
           if w-refused = 'N'
               perform check-month-end-jobs
               if w-me-count = 0 or w-me-open > 0
                   move 'MONTH-END NOT CLEAN' to w-refuse-why
                   perform refuse-close
               end-if
           end-if
           if w-refused = 'N' and w-hit = 0
               if w-prd-lines >= 240
                   display 'PERIOD-CLOSE: PERIOD TABLE FULL'
                   move 'TABLE FULL' to w-refuse-why
                   perform refuse-close
               else
                   add 1 to w-prd-lines
                   move w-prd-lines to w-hit
               end-if
           end-if
           if w-refused = 'N'
               move spaces to period-ctl-record
               move w-period to pc-period
               move 'C' to pc-state
               move w-operator to pc-user
               move w-audit-date to pc-date
               move w-audit-time to pc-time
               move period-ctl-record to w-prd-image(w-hit)
               perform rewrite-period-table
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' CLOSE ' w-period
                   ' MONTHEND JOBS CLEAN ' w-me-count
                   delimited by size into w-audit-line
               perform append-audit-line
               display 'PERIOD-CLOSE: ' w-period ' CLOSED'
           end-if.

       refuse-close.
           move 'Y' to w-refused
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' CLOSE ' w-period
               ' REFUSED ' w-refuse-why
               delimited by size into w-audit-line
           perform append-audit-line
           move 16 to return-code.

       reopen-period.
           move w-period(1:4) to w-year-yyyy
           move 'N' to w-year-closed
           perform varying w-sub from 1 by 1
                   until w-sub > w-prd-lines
               move w-prd-image(w-sub) to period-ctl-record
               if pc-period = w-year-key and pc-state = 'C'
                   move 'Y' to w-year-closed
               end-if
           end-perform
           if w-year-closed = 'Y'
               display 'PERIOD-CLOSE: YEAR ' w-year-yyyy
                       ' IS CLOSED - ' w-period ' CANNOT REOPEN'
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' REOPEN ' w-period
                   ' REFUSED YEAR CLOSED'
                   delimited by size into w-audit-line
               perform append-audit-line
               move 16 to return-code
           else
               perform reopen-closed-month
           end-if.

       reopen-closed-month.
           if w-hit = 0
               display 'PERIOD-CLOSE: ' w-period ' IS NOT CLOSED'
               move 8 to return-code
           else
               move w-prd-image(w-hit) to period-ctl-record
               if pc-state not = 'C'
                   display 'PERIOD-CLOSE: ' w-period
                           ' IS NOT CLOSED'
                   move 8 to return-code
               else
                   move 'O' to pc-state
                   move w-operator to pc-user
                   move w-audit-date to pc-date
                   move w-audit-time to pc-time
                   move period-ctl-record to w-prd-image(w-hit)
                   perform rewrite-period-table
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' REOPEN ' w-period
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'PERIOD-CLOSE: ' w-period ' REOPENED'
               end-if
           end-if.

      *
      * Every MONTHEND card on the schedule must have finished
      * CLEAN in the month; a schedule with none cannot vouch for
      * the month at all.
      *
       check-month-end-jobs.
           open input sched-ctl
           if w-sched-status not = '00'
               display 'PERIOD-CLOSE: CANNOT OPEN '
                       function trim(w-sched-name)
                       ' - MONTH-END JOBS UNCONFIRMED'
           else
               perform until sched-eof
                   read sched-ctl
                       at end move 'Y' to w-sched-eof
                       not at end perform note-month-end-card
                   end-read
               end-perform
               close sched-ctl
               if w-me-count = 0
                   display 'PERIOD-CLOSE: NO MONTHEND JOBS IN '
                           function trim(w-sched-name)
               end-if
           end-if
           if w-me-count > 0
               perform read-month-journal
           end-if.

       read-month-journal.
           open input sched-jrnl
           if w-jrnl-status = '00'
               perform until jrnl-eof
                   read sched-jrnl
                       at end move 'Y' to w-jrnl-eof
                       not at end
                           if sj-date(1:6) = w-period
                               perform note-month-end-status
                           end-if
                   end-read
               end-perform
               close sched-jrnl
           end-if
           move 0 to w-me-open
           perform varying w-me-sub from 1 by 1
                   until w-me-sub > w-me-count
               if w-me-status(w-me-sub) not = 'CLEAN'
                   add 1 to w-me-open
                   display 'PERIOD-CLOSE: MONTHEND JOB '
                           w-me-name(w-me-sub) ' NOT CLEAN IN '
                           w-period
               end-if
           end-perform.

       note-month-end-card.
           move spaces to w-word-1 w-word-2 w-word-3
           unstring sched-record delimited by all spaces
               into w-word-1 w-word-2 w-word-3
           end-unstring
           if function upper-case(w-word-1) = 'JOB'
                   and function upper-case(w-word-3) = 'MONTHEND'
                   and w-me-count < 50
               add 1 to w-me-count
               move function upper-case(w-word-2)
                   to w-me-name(w-me-count)
               move 'NOT RUN' to w-me-status(w-me-count)
           end-if.

       note-month-end-status.
           perform varying w-me-sub from 1 by 1
                   until w-me-sub > w-me-count
               if w-me-name(w-me-sub) = sj-job
                       and sj-status not = 'SKIPPED'
                   move sj-status to w-me-status(w-me-sub)
               end-if
           end-perform.

       list-periods.
           perform varying w-sub from 1 by 1
                   until w-sub > w-prd-lines
               move w-prd-image(w-sub) to period-ctl-record
               if pc-period(5:2) = '00'
                   display pc-period(1:4) '   YEAR CLOSED BY ' pc-user
                           ' ON ' pc-date
               else
                   perform list-one-month
               end-if
           end-perform
           display 'PERIOD-CLOSE: ' w-prd-lines
                   ' PERIOD(S) ON FILE'.

       list-one-month.
           if pc-state = 'C'
               display pc-period ' CLOSED   BY ' pc-user
                       ' ON ' pc-date
           else
               display pc-period ' REOPENED BY ' pc-user
                       ' ON ' pc-date
           end-if.

       load-period-table.
           open input period-ctl-file
           if ws-prd-file-status = '00'
               perform until ws-prd-file-eof = 'Y'
                   read period-ctl-file
                       at end move 'Y' to ws-prd-file-eof
                       not at end
                           if pc-period is numeric
                                   and w-prd-lines < 240
                               add 1 to w-prd-lines
                               move period-ctl-record
                                   to w-prd-image(w-prd-lines)
                           end-if
                   end-read
               end-perform
               close period-ctl-file
           end-if.

       rewrite-period-table.
           open output period-ctl-file
           perform varying w-sub from 1 by 1
                   until w-sub > w-prd-lines
               move w-prd-image(w-sub) to period-ctl-record
               write period-ctl-record
           end-perform
           close period-ctl-file.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY BUSDTPA.
       COPY ENQPA.
       COPY OPAUTHPA.
