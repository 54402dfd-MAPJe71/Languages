      *
      * Batch-schedule forecast - BATCH-SCHED decides on the night
      * which SCHEDULE.CTL jobs the business date calls for, so
      * nobody sees in advance that Friday is a month-end with the
      * MONTHEND jobs added, or that a holiday drops the BUSDAY
      * ones. This walks a run of dates forward from a start date
      * and applies the scheduler's own rules to each: DAILY
      * always, BUSDAY only on a CALENDAR.CTL business day,
      * MONTHEND only when the next calendar day starts a new
      * month. Each night lists the jobs that will run in the order
      * BATCH-SCHED dispatches them - card order - with the
      * expected minutes DEADLINE.CTL carries for each, and the
      * running clock walked forward from the window start through
      * those minutes gives every job a projected start and finish
      * and the night a projected end. A job projected past its
      * DEADLINE.CTL deadline is flagged, as is a job whose
      * predecessor is due the same night but sits later in card
      * order - the scheduler would hold it. A summary closes the
      * report, one line a night, with the heaviest night marked,
      * so staffing and change-freeze calls are made off the
      * schedule rather than the wall planner.
      *
      * A deadline earlier in the day than the window start falls
      * the next morning. A job DEADLINE.CTL does not carry
      * projects as no minutes and is marked NO ESTIMATE.
      *
      * Arguments: 1 the start date YYYYMMDD (default the BUSDT
      * rule), 2 the number of days (default 7, at most 31), 3 the
      * window start HHMMSS (default 200000), 4 the report
      * (default SCHEDFCST.TXT), 5 the schedule (default
      * SCHEDULE.CTL).
      *
       identification division.
       program-id. SCHED-FCST.

       environment division.
       input-output section.
       file-control.
           select sched-ctl
           assign to dynamic w-sched-name
           organization is line sequential
           file status is w-sched-status.
           select deadline-ctl
           assign to "DEADLINE.CTL"
           organization is line sequential
           file status is w-deadline-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.
           COPY CALSL.

       data division.
       file section.
       fd  sched-ctl.
       01  sched-record                   pic x(132).

       fd  deadline-ctl.
       01  deadline-record                pic x(40).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.
       COPY CALFD.

       working-storage section.
       01  w-sched-name                   pic x(80)
           value "SCHEDULE.CTL".
       01  w-report-name                  pic x(80)
           value "SCHEDFCST.TXT".
       01  w-sched-status                 pic x(2) value spaces.
       01  w-deadline-status              pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

       01  w-start-date                   pic x(8) value spaces.
       01  w-day-limit                    pic 9(2) value 7.
       01  w-window-start                 pic 9(6) value 200000.
       01  w-window-sec                   pic 9(8) value zeros.

       01  w-job-table.
           03  w-job-entry occurs 50 times.
               05  w-j-name               pic x(8).
               05  w-j-freq               pic x(8).
               05  w-j-pred occurs 3 times pic x(8).
               05  w-j-pred-count         pic 9.
               05  w-j-minutes            pic 9(4).
               05  w-j-deadline           pic 9(6).
               05  w-j-estimated          pic x.
               05  w-j-due                pic x.
       01  w-job-count                    pic 9(2) value zeros.
       01  w-j-sub                        pic 9(2) value zeros.
       01  w-j-hit                        pic 9(2) value zeros.
       01  w-p-sub                        pic 9 value zeros.

       01  w-word-1                       pic x(10) value spaces.
       01  w-word-2                       pic x(10) value spaces.
       01  w-word-3                       pic x(10) value spaces.

      *
      * One summary line a night for the closing table.
      *
       01  w-night-table.
           03  w-n-entry occurs 31 times.
               05  w-n-date               pic x(8).
               05  w-n-dow                pic x(3).
               05  w-n-busday             pic x.
               05  w-n-monthend           pic x.
               05  w-n-jobs               pic 9(2).
               05  w-n-minutes            pic 9(5).
               05  w-n-finish             pic x(6).
               05  w-n-overruns           pic 9(2).
               05  w-n-holds              pic 9(2).
       01  w-night-count                  pic 9(2) value zeros.
       01  w-n-sub                        pic 9(2) value zeros.
       01  w-heaviest                     pic 9(5) value zeros.

       01  w-day-names                    pic x(21)
           value 'MONTUEWEDTHUFRISATSUN'.
       01  w-day-name-tab redefines w-day-names.
           03  w-day-name occurs 7 times  pic x(3).

       01  w-fcst-date                    pic 9(8) value zeros.
       01  w-is-busday                    pic x value 'N'.
       01  w-is-monthend                  pic x value 'N'.
       01  w-roll-date                    pic 9(8) value zeros.
       01  w-roll-days                    pic s9(7) value zeros.
       01  w-dow                          pic 9 value zeros.
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-status                 pic x(2) value spaces.

       01  w-clock-sec                    pic 9(8) value zeros.
       01  w-deadline-sec                 pic 9(8) value zeros.
       01  w-finish-sec                   pic 9(8) value zeros.
       01  w-time-6                       pic 9(6) value zeros.
       01  w-time-6-r redefines w-time-6.
           03  w-t-hh                     pic 9(2).
           03  w-t-mm                     pic 9(2).
           03  w-t-ss                     pic 9(2).
       01  w-proj-rem                     pic 9(8) value zeros.
       01  w-proj-hh                      pic 9(2) value zeros.
       01  w-proj-mm                      pic 9(2) value zeros.
       01  w-proj-text                    pic x(6) value spaces.
       01  w-start-text                   pic x(6) value spaces.
       01  w-seq                          pic 9(2) value zeros.
       01  w-edit-minutes                 pic zzz9.
       01  w-edit-total                   pic zzzz9.
       01  w-edit-jobs                    pic z9.
       01  w-note                         pic x(40) value spaces.
       01  w-note-ptr                     pic 9(3) value zeros.
       01  w-total-overruns               pic 9(4) value zeros.
       01  w-total-holds                  pic 9(4) value zeros.

       COPY BUSDTWS.
       COPY CALWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-start-date
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if function test-numval(w-cmd-arg) = zero
                       and function numval(w-cmd-arg) > zero
                       and function numval(w-cmd-arg) <= 31
                   compute w-day-limit = function numval(w-cmd-arg)
               else
                   display 'SCHED-FCST: DAYS MUST BE 1 TO 31'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-cmd-arg(1:6) is numeric
                       and w-cmd-arg(1:2) < '24'
                       and w-cmd-arg(3:2) < '60'
                       and w-cmd-arg(5:2) < '60'
                   move w-cmd-arg(1:6) to w-window-start
               else
                   display 'SCHED-FCST: WINDOW START MUST BE HHMMSS'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 5 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-sched-name
           end-if
           if w-start-date = spaces
               perform get-business-date
               move ws-bus-date to w-start-date
           end-if

           perform load-schedule-cards
           if w-job-count = zero
               display 'SCHED-FCST: NO JOB CARDS IN '
                       function trim(w-sched-name)
               move 16 to return-code
               stop run
           end-if
           perform load-deadline-cards
           move w-window-start to w-time-6
           perform time-to-seconds
           move w-finish-sec to w-window-sec

           open output report-file
           if w-report-status not = '00'
               display 'SCHED-FCST: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'SCHEDFCST' to ws-rpt-id
           move 'SCHDFCST' to ws-rpt-program
           move w-start-date to ws-rpt-bus-date
           perform start-standard-report
           move w-window-start to w-time-6
           move spaces to report-line
           string 'SCHEDULE FORECAST FROM ' w-start-date ' FOR '
               w-day-limit ' DAY(S), WINDOW OPENS ' w-t-hh ':'
               w-t-mm
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line

           move w-start-date to w-fcst-date
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-day-limit
               perform forecast-one-night
               move w-fcst-date to w-roll-date
               move 'A' to w-dcalc-func
               move +1 to w-roll-days
               move spaces to w-dcalc-status
               call 'Y2KDCALC' using w-dcalc-func, w-roll-date,
                       omitted, w-roll-days, omitted,
                       w-dcalc-status
               move w-roll-date to w-fcst-date
           end-perform
           perform print-night-summary
           move w-night-count to ws-rpt-ctl-count
           move zero to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'SCHED-FCST: ' w-start-date ' FOR ' w-day-limit
                   ' DAY(S) - PROJECTED OVERRUNS ' w-total-overruns
                   ' HOLDS ' w-total-holds
           display 'SCHED-FCST: REPORT IN '
                   function trim(w-report-name)
           move zero to return-code
           if w-total-overruns > zero or w-total-holds > zero
               move 4 to return-code
           end-if
           stop run.

      *
      * The schedule cards read as BATCH-SCHED reads them; the
      * command text is not needed here.
      *
       load-schedule-cards.
           move 'N' to w-eof
           open input sched-ctl
           if w-sched-status not = '00'
               display 'SCHED-FCST: CANNOT OPEN '
                       function trim(w-sched-name)
               move 16 to return-code
               stop run
           end-if
           perform until at-eof
               read sched-ctl
                   at end move 'Y' to w-eof
                   not at end perform load-one-card
               end-read
           end-perform
           close sched-ctl.

       load-one-card.
           move spaces to w-word-1 w-word-2 w-word-3
           unstring sched-record delimited by all spaces
               into w-word-1 w-word-2 w-word-3
           end-unstring
           evaluate function upper-case(w-word-1)
               when 'JOB'
                   if w-job-count < 50
                       add 1 to w-job-count
                       move function upper-case(w-word-2)
                           to w-j-name(w-job-count)
                       move function upper-case(w-word-3)
                           to w-j-freq(w-job-count)
                       move 0 to w-j-pred-count(w-job-count)
                       move zeros to w-j-minutes(w-job-count)
                           w-j-deadline(w-job-count)
                       move 'N' to w-j-estimated(w-job-count)
                   end-if
               when 'PRED'
                   perform attach-predecessor
           end-evaluate.

       attach-predecessor.
           move 0 to w-j-hit
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               if w-j-name(w-j-sub)
                       = function upper-case(w-word-2)
                   move w-j-sub to w-j-hit
               end-if
           end-perform
           if w-j-hit > 0
               if w-j-pred-count(w-j-hit) < 3
                   add 1 to w-j-pred-count(w-j-hit)
                   move function upper-case(w-word-3)
                       to w-j-pred(w-j-hit,
                       w-j-pred-count(w-j-hit))
               end-if
           end-if.

      *
      * Deadline cards as DEADLINE-RPT reads them, matched to the
      * schedule by job name.
      *
       load-deadline-cards.
           move 'N' to w-eof
           open input deadline-ctl
           if w-deadline-status = '00'
               perform until at-eof
                   read deadline-ctl
                       at end move 'Y' to w-eof
                       not at end perform load-one-deadline
                   end-read
               end-perform
               close deadline-ctl
           end-if.

       load-one-deadline.
           move spaces to w-word-1 w-word-2 w-word-3
           unstring function upper-case(deadline-record)
               delimited by all spaces
               into w-word-1 w-word-2 w-word-3
           end-unstring
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               if w-word-1 not = spaces
                       and w-j-name(w-j-sub) = w-word-1
                   compute w-j-deadline(w-j-sub) =
                       function numval(w-word-2)
                   compute w-j-minutes(w-j-sub) =
                       function numval(w-word-3)
                   move 'Y' to w-j-estimated(w-j-sub)
               end-if
           end-perform.

       forecast-one-night.
           perform judge-the-calendar
           add 1 to w-night-count
           move w-fcst-date to w-n-date(w-night-count)
           move 'W' to w-dcalc-func
           move zero to w-dow
           move spaces to w-dcalc-status
           call 'Y2KDCALC' using w-dcalc-func, w-fcst-date,
                   omitted, omitted, w-dow, w-dcalc-status
           if w-dcalc-status = '00' and w-dow > zero
               move w-day-name(w-dow) to w-n-dow(w-night-count)
           else
               move '???' to w-n-dow(w-night-count)
           end-if
           move w-is-busday to w-n-busday(w-night-count)
           move w-is-monthend to w-n-monthend(w-night-count)
           move zeros to w-n-jobs(w-night-count)
               w-n-minutes(w-night-count)
               w-n-overruns(w-night-count)
               w-n-holds(w-night-count)

           move spaces to report-line
           string 'BUSINESS DATE ' w-fcst-date ' '
               w-n-dow(w-night-count)
               delimited by size into report-line
           if w-is-busday not = 'Y'
               move '- NOT A BUSINESS DAY, BUSDAY JOBS DROP'
                   to report-line(28:)
           end-if
           if w-is-monthend = 'Y'
               move '- MONTH-END, MONTHEND JOBS ADDED'
                   to report-line(68:)
           end-if
           perform spool-report-line
           move '  SEQ JOB      FREQ     MINS START  FINISH DEADLINE'
               to report-line
           perform spool-report-line

           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               perform judge-frequency
           end-perform
           move zeros to w-seq
           move w-window-sec to w-clock-sec
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               if w-j-due(w-j-sub) = 'Y'
                   perform forecast-one-job
               end-if
           end-perform
           if w-seq = zero
               move '  (NO JOBS DUE)' to report-line
               perform spool-report-line
           end-if
           perform seconds-to-display
           move w-proj-text to w-n-finish(w-night-count)
           move w-n-minutes(w-night-count) to w-edit-total
           move w-seq to w-edit-jobs
           move spaces to report-line
           string '  ' w-edit-jobs ' JOB(S), ' w-edit-total
               ' MINUTES, WINDOW PROJECTED TO CLOSE ' w-proj-text
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line.

       forecast-one-job.
           add 1 to w-seq
           add 1 to w-n-jobs(w-night-count)
           add w-j-minutes(w-j-sub) to w-n-minutes(w-night-count)
           perform seconds-to-display
           move w-proj-text to w-start-text
           compute w-clock-sec = w-clock-sec
               + (w-j-minutes(w-j-sub) * 60)
           perform seconds-to-display
           move spaces to w-note
           move w-j-minutes(w-j-sub) to w-edit-minutes
           move spaces to report-line
           string '  ' w-seq '  ' w-j-name(w-j-sub) ' '
               w-j-freq(w-j-sub) ' ' w-edit-minutes ' '
               w-start-text ' ' w-proj-text
               delimited by size into report-line
           if w-j-estimated(w-j-sub) = 'Y'
               move w-j-deadline(w-j-sub) to w-time-6
               move w-j-deadline(w-j-sub) to report-line(44:6)
               perform time-to-seconds
               move w-finish-sec to w-deadline-sec
               if w-deadline-sec < w-window-sec
                   add 86400 to w-deadline-sec
               end-if
               if w-clock-sec > w-deadline-sec
                   add 1 to w-n-overruns(w-night-count)
                   add 1 to w-total-overruns
                   move '*** PAST DEADLINE' to w-note
               end-if
           else
               move 'NO ESTIMATE' to w-note
           end-if
           perform check-predecessor-order
           move w-note to report-line(52:)
           perform spool-report-line.

      *
      * BATCH-SCHED dispatches in card order and a predecessor
      * not yet clean holds the job - one due tonight but carded
      * after it means the job is held every night it is due.
      *
       check-predecessor-order.
           perform varying w-p-sub from 1 by 1
                   until w-p-sub > w-j-pred-count(w-j-sub)
               perform varying w-j-hit from 1 by 1
                       until w-j-hit > w-job-count
                   if w-j-name(w-j-hit) = w-j-pred(w-j-sub, w-p-sub)
                           and w-j-hit > w-j-sub
                           and w-j-due(w-j-hit) = 'Y'
                       add 1 to w-n-holds(w-night-count)
                       add 1 to w-total-holds
                       move spaces to w-note
                       string '*** HELD - ' w-j-name(w-j-hit)
                           ' CARDED LATER'
                           delimited by size into w-note
                   end-if
               end-perform
           end-perform.

       print-night-summary.
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-night-count
               if w-n-minutes(w-n-sub) > w-heaviest
                   move w-n-minutes(w-n-sub) to w-heaviest
               end-if
           end-perform
           move 'NIGHT BY NIGHT' to report-line
           perform spool-report-line
           move '  DATE     DAY BUSDAY MTHEND JOBS  MINS CLOSES'
               to report-line
           perform spool-report-line
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-night-count
               move w-n-jobs(w-n-sub) to w-edit-jobs
               move w-n-minutes(w-n-sub) to w-edit-total
               move spaces to report-line
               string '  ' w-n-date(w-n-sub) ' ' w-n-dow(w-n-sub)
                   '   ' w-n-busday(w-n-sub) '      '
                   w-n-monthend(w-n-sub) '     ' w-edit-jobs ' '
                   w-edit-total ' ' w-n-finish(w-n-sub)
                   delimited by size into report-line
               move 50 to w-note-ptr
               if w-n-minutes(w-n-sub) = w-heaviest
                       and w-heaviest > zero
                   string '*** HEAVIEST ' delimited by size
                       into report-line with pointer w-note-ptr
               end-if
               if w-n-overruns(w-n-sub) > zero
                   string '*** OVERRUNS ' delimited by size
                       into report-line with pointer w-note-ptr
               end-if
               if w-n-holds(w-n-sub) > zero
                   string '*** HOLDS' delimited by size
                       into report-line with pointer w-note-ptr
               end-if
               perform spool-report-line
           end-perform.

      *
      * BUSDAY on a CALENDAR.CTL business day, MONTHEND when the
      * next calendar day starts a new month, anything else always
      * - as BATCH-SCHED judges them.
      *
       judge-the-calendar.
           move w-fcst-date to ws-cal-date
           perform check-business-day
           move ws-cal-business to w-is-busday
           move 'N' to w-is-monthend
           move w-fcst-date to w-roll-date
           move 'A' to w-dcalc-func
           move +1 to w-roll-days
           move spaces to w-dcalc-status
           call 'Y2KDCALC' using w-dcalc-func, w-roll-date,
                   omitted, w-roll-days, omitted,
                   w-dcalc-status
           if w-dcalc-status = '00'
                   and w-roll-date(5:2) not = w-fcst-date(5:2)
               move 'Y' to w-is-monthend
           end-if.

       judge-frequency.
           move 'Y' to w-j-due(w-j-sub)
           evaluate w-j-freq(w-j-sub)
               when 'BUSDAY'
                   if w-is-busday not = 'Y'
                       move 'N' to w-j-due(w-j-sub)
                   end-if
               when 'MONTHEND'
                   if w-is-monthend not = 'Y'
                       move 'N' to w-j-due(w-j-sub)
                   end-if
           end-evaluate.

       time-to-seconds.
           compute w-finish-sec =
               (w-t-hh * 3600) + (w-t-mm * 60) + w-t-ss.

      *
      * The clock as HH:MM, with a + once it has run past
      * midnight into the next morning.
      *
       seconds-to-display.
           compute w-proj-rem =
               function mod(w-clock-sec, 86400)
           compute w-proj-hh = w-proj-rem / 3600
           compute w-proj-rem =
               function mod(w-proj-rem, 3600)
           compute w-proj-mm = w-proj-rem / 60
           move spaces to w-proj-text
           string w-proj-hh ':' w-proj-mm
               delimited by size into w-proj-text
           if w-clock-sec >= 86400
               move '+' to w-proj-text(6:1)
           end-if.

       COPY BUSDTPA.
       COPY CALPA.
       COPY RPTFPA.
