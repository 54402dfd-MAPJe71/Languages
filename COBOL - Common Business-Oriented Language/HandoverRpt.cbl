      *
      * End-of-shift operations handover - OPS-STATUS shows the
      * shop live, and nothing of it survives the operator logging
      * off. This prints the handover for a business date: every
      * job on SCHEDULE.CTL with its outcome off SCHEDJRN.TXT (NOT
      * RUN when the journal has nothing for it, NOT DUE when its
      * frequency does not apply to the date, judged the way
      * BATCH-SCHED judges it), the alerts still
      * unacknowledged in ALERTQ.TXT, the claims still held in
      * LOCKS.DAT, the TRANEXC.DAT queue depth at the start and
      * end of the shift, the last generation FEEDCTL.TXT let
      * through, and every DEADLINE.CTL job that finished after
      * its deadline or has not finished by it. The deadlines are
      * judged off RUNLOG.TXT, the live log, because RUNH-LOAD has
      * not yet merged the night into the history when the shift
      * hands over.
      *
      * The outgoing operator's notes (HANDNOTE.TXT, free text, one
      * line each) close the report ahead of the sign-off, and the
      * sign-off and the notes are appended to HANDLOG.TXT - the
      * record of who handed what to whom. The next handover reads
      * it back: the queue depth signed off there is this shift's
      * starting depth, and the notes handed over there are printed
      * first, so an item handed over is in front of whoever takes
      * the next shift too until somebody writes it off.
      *
      * HANDLOG.TXT lines:
      *   S <date> <time> <bus-date> <outgoing> <incoming>
      *     <queue-depth> <items-open>
      *   N <date> <time> <note text>
      *
      * RETURN-CODE 0, or 4 when the handover carries open items
      * (a failed or unrun job, an open alert, a held claim, a
      * deadline miss), 16 when there is no incoming operator or
      * the report cannot be written.
      *
      * Arguments: 1 the incoming operator (required), 2 the notes
      * file (default HANDNOTE.TXT), 3 the business date YYYYMMDD
      * (default the BUSDT rule), 4 the report (default
      * HANDOVER.TXT).
      *
       identification division.
       program-id. SHIFT-HANDOVER.

       environment division.
       input-output section.
       file-control.
           select sched-ctl
           assign to "SCHEDULE.CTL"
           organization is line sequential
           file status is w-sched-status.
           select sched-jrnl
           assign to "SCHEDJRN.TXT"
           organization is line sequential
           file status is w-jrnl-status.
           select enq-lock-file
           assign to "LOCKS.DAT"
           organization is line sequential
           file status is w-lock-status.
           select tran-except
           assign to "TRANEXC.DAT"
           organization is line sequential
           file status is w-except-status.
           select feed-ctl
           assign to "FEEDCTL.TXT"
           organization is line sequential
           file status is w-feed-status.
           select deadline-ctl
           assign to "DEADLINE.CTL"
           organization is line sequential
           file status is w-deadline-status.
           select notes-file
           assign to dynamic w-notes-name
           organization is line sequential
           file status is w-notes-status.
           select hand-log
           assign to "HANDLOG.TXT"
           organization is line sequential
           file status is w-log-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY RUNLOGSL.
           COPY BUSDTSL.
           COPY CALSL.

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

       fd  enq-lock-file.
       01  enq-lock-record.
           03  lk-dataset                 pic x(64).
           03  filler                     pic x.
           03  lk-program                 pic x(8).
           03  filler                     pic x.
           03  lk-date                    pic x(8).
           03  filler                     pic x.
           03  lk-time                    pic x(8).

       fd  tran-except.
       01  except-record                  pic x(52).

       fd  feed-ctl.
       01  feed-ctl-record.
           03  fc-feed-date               pic x(08).
           03  filler                     pic x.
           03  fc-gen                     pic 9(04).
           03  filler                     pic x.
           03  fc-status                  pic x(08).
           03  filler                     pic x.
           03  fc-source                  pic x(08).

       fd  deadline-ctl.
       01  deadline-record                pic x(40).

       fd  notes-file.
       01  notes-record                   pic x(100).

       fd  hand-log.
       01  hand-log-record.
           03  hl-type                    pic x.
           03  filler                     pic x.
           03  hl-date                    pic x(8).
           03  filler                     pic x.
           03  hl-time                    pic x(8).
           03  filler                     pic x.
           03  hl-rest                    pic x(100).
           03  hl-sign redefines hl-rest.
               05  hl-bus-date            pic x(8).
               05  filler                 pic x.
               05  hl-outgoing            pic x(12).
               05  filler                 pic x.
               05  hl-incoming            pic x(12).
               05  filler                 pic x.
               05  hl-depth               pic 9(6).
               05  filler                 pic x.
               05  hl-items               pic 9(4).
               05  filler                 pic x(54).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY RUNLOGFD.
       COPY BUSDTFD.
       COPY CALFD.

       working-storage section.
       01  w-notes-name                   pic x(80)
           value "HANDNOTE.TXT".
       01  w-report-name                  pic x(80)
           value "HANDOVER.TXT".
       01  w-sched-status                 pic x(2) value spaces.
       01  w-jrnl-status                  pic x(2) value spaces.
       01  w-lock-status                  pic x(2) value spaces.
       01  w-except-status                pic x(2) value spaces.
       01  w-feed-status                  pic x(2) value spaces.
       01  w-deadline-status              pic x(2) value spaces.
       01  w-notes-status                 pic x(2) value spaces.
       01  w-log-status                   pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

       01  w-rpt-date                     pic x(8) value spaces.
       01  w-outgoing                     pic x(12) value spaces.
       01  w-incoming                     pic x(12) value spaces.
       01  w-stamp-date                   pic x(8) value spaces.
       01  w-stamp-time                   pic x(8) value spaces.
       01  w-word-1                       pic x(10) value spaces.
       01  w-word-2                       pic x(10) value spaces.
       01  w-word-3                       pic x(10) value spaces.

      *
      * The schedule in card order, with the journal's last word
      * on each job for the date; a job journaled but no longer on
      * the schedule is added so nothing that ran goes unreported.
      *
       01  w-job-table.
           03  w-j-entry occurs 60 times.
               05  w-j-name               pic x(8).
               05  w-j-freq               pic x(8).
               05  w-j-rc                 pic 9(4).
               05  w-j-status             pic x(8).
       01  w-job-count                    pic 9(2) value zeros.
       01  w-j-sub                        pic 9(2) value zeros.
       01  w-j-hit                        pic 9(2) value zeros.
       01  w-is-busday                    pic x value 'N'.
       01  w-is-monthend                  pic x value 'N'.
       01  w-roll-date                    pic 9(8) value zeros.
       01  w-roll-days                    pic s9(7) value zeros.
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-status                 pic x(2) value spaces.

       01  w-dl-table.
           03  w-d-entry occurs 40 times.
               05  w-d-program            pic x(8).
               05  w-d-deadline           pic 9(6).
               05  w-d-finished           pic x.
               05  w-d-end-time           pic 9(6).
               05  w-d-next-day           pic x.
       01  w-dl-count                     pic 9(2) value zeros.
       01  w-d-sub                        pic 9(2) value zeros.

      *
      * What the last sign-off left - the starting depth and the
      * notes it handed over.
      *
       01  w-prev-found                   pic x value 'N'.
       01  w-prev-date                    pic x(8) value spaces.
       01  w-prev-time                    pic x(8) value spaces.
       01  w-prev-outgoing                pic x(12) value spaces.
       01  w-prev-depth                   pic 9(6) value zeros.
       01  w-prev-notes.
           03  w-prev-note occurs 50 times pic x(100).
       01  w-prev-count                   pic 9(2) value zeros.
       01  w-n-sub                        pic 9(2) value zeros.
       01  w-notes.
           03  w-note occurs 50 times     pic x(100).
       01  w-note-count                   pic 9(2) value zeros.

       01  w-depth                        pic 9(6) value zeros.
       01  w-depth-change                 pic s9(6) value zeros.
       01  w-alert-count                  pic 9(4) value zeros.
       01  w-claim-count                  pic 9(4) value zeros.
       01  w-job-open-count               pic 9(4) value zeros.
       01  w-miss-count                   pic 9(4) value zeros.
       01  w-items-open                   pic 9(4) value zeros.
       01  w-last-feed                    pic x(60)
           value 'NO GENERATION CONSUMED YET'.

       01  w-time-6                       pic 9(6) value zeros.
       01  w-time-6-r redefines w-time-6.
           03  w-t-hh                     pic 9(2).
           03  w-t-mm                     pic 9(2).
           03  w-t-ss                     pic 9(2).
       01  w-seconds                      pic 9(8) value zeros.
       01  w-deadline-sec                 pic 9(8) value zeros.
       01  w-clock-sec                    pic 9(8) value zeros.
       01  w-edit-count                   pic zzzzz9.
       01  w-edit-change                  pic -(6)9.
       01  w-edit-rc                      pic zzz9.

       COPY RUNLOGWS.
       COPY BUSDTWS.
       COPY CALWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:12) to w-incoming
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-notes-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-rpt-date
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           accept w-outgoing from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-outgoing = spaces
               move 'OPERATOR' to w-outgoing
           end-if
           if w-incoming = spaces
               display 'SHIFT-HANDOVER: USAGE: SHIFT-HANDOVER '
                       '<INCOMING-OPERATOR> [NOTES] [BUS-DATE] '
                       '[REPORT]'
               move 16 to return-code
               stop run
           end-if
           if function upper-case(w-incoming)
                   = function upper-case(w-outgoing)
               display 'SHIFT-HANDOVER: ' function trim(w-outgoing)
                       ' CANNOT HAND OVER TO THEMSELVES'
               move 16 to return-code
               stop run
           end-if
           if w-rpt-date = spaces
               perform get-business-date
               move ws-bus-date to w-rpt-date
           end-if
           accept w-stamp-date from date yyyymmdd
           accept w-stamp-time from time

           perform judge-the-calendar
           perform read-last-handover
           perform gather-scheduled-jobs
           perform gather-open-alerts-count
           perform gather-queue-depth
           perform gather-last-generation
           perform gather-deadlines
           perform read-shift-notes

           open output report-file
           if w-report-status not = '00'
               display 'SHIFT-HANDOVER: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'HANDOVER' to ws-rpt-id
           move 'HANDOVER' to ws-rpt-program
           move w-rpt-date to ws-rpt-bus-date
           perform start-standard-report
           perform print-heading-section
           perform print-previous-notes
           perform print-job-section
           perform print-alert-section
           perform print-claim-section
           perform print-queue-section
           perform print-deadline-section
           perform print-notes-section
           compute w-items-open = w-job-open-count + w-alert-count
               + w-claim-count + w-miss-count
           perform print-sign-off
           move w-items-open to ws-rpt-ctl-count
           move zero to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           perform append-sign-off

           display 'SHIFT-HANDOVER SUMMARY: ' w-rpt-date
           display '  OUTGOING.........: ' w-outgoing
           display '  INCOMING.........: ' w-incoming
           display '  JOBS NOT CLEAN...: ' w-job-open-count
           display '  OPEN ALERTS......: ' w-alert-count
           display '  CLAIMS HELD......: ' w-claim-count
           display '  QUEUE DEPTH......: ' w-depth
           display '  DEADLINE MISSES..: ' w-miss-count
           display '  NOTES HANDED OVER: ' w-note-count
           display 'SHIFT-HANDOVER: REPORT IN '
                   function trim(w-report-name)
           move zero to return-code
           if w-items-open > zero
               move 4 to return-code
           end-if
           stop run.

      *
      * The last S line sets the starting depth; the N lines after
      * it are the notes it handed over.
      *
       read-last-handover.
           move 'N' to w-eof
           open input hand-log
           if w-log-status = '00'
               perform until at-eof
                   read hand-log
                       at end move 'Y' to w-eof
                       not at end perform note-one-log-line
                   end-read
               end-perform
               close hand-log
           end-if.

       note-one-log-line.
           evaluate hl-type
               when 'S'
                   move 'Y' to w-prev-found
                   move hl-date to w-prev-date
                   move hl-time to w-prev-time
                   move hl-outgoing to w-prev-outgoing
                   if hl-depth is numeric
                       move hl-depth to w-prev-depth
                   else
                       move zeros to w-prev-depth
                   end-if
                   move zeros to w-prev-count
               when 'N'
                   if w-prev-count < 50
                       add 1 to w-prev-count
                       move hl-rest to w-prev-note(w-prev-count)
                   end-if
           end-evaluate.

       gather-scheduled-jobs.
           move 'N' to w-eof
           open input sched-ctl
           if w-sched-status = '00'
               perform until at-eof
                   read sched-ctl
                       at end move 'Y' to w-eof
                       not at end
                           move spaces to w-word-1 w-word-2 w-word-3
                           unstring function upper-case(sched-record)
                               delimited by all spaces
                               into w-word-1 w-word-2 w-word-3
                           end-unstring
                           if w-word-1 = 'JOB' and w-word-2 not = spaces
                               move w-word-2 to w-cmd-arg
                               perform find-or-add-job
                               if w-j-hit > 0
                                   move w-word-3 to w-j-freq(w-j-hit)
                               end-if
                           end-if
                   end-read
               end-perform
               close sched-ctl
           end-if
           move 'N' to w-eof
           open input sched-jrnl
           if w-jrnl-status = '00'
               perform until at-eof
                   read sched-jrnl
                       at end move 'Y' to w-eof
                       not at end
                           if sj-date = w-rpt-date
                               move sj-job to w-cmd-arg
                               perform find-or-add-job
                               if w-j-hit > 0
                                   perform note-journaled-status
                               end-if
                           end-if
                   end-read
               end-perform
               close sched-jrnl
           end-if
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               if w-j-status(w-j-sub) = 'NOT RUN'
                   perform judge-frequency
               end-if
               if w-j-status(w-j-sub) not = 'CLEAN'
                       and w-j-status(w-j-sub) not = 'NOT DUE'
                   add 1 to w-job-open-count
               end-if
           end-perform.

      *
      * BATCH-SCHED journals a job that is not due as SKIPPED, and
      * a rerun's SKIPPED does not undo an earlier CLEAN; a later
      * failure does.
      *
       note-journaled-status.
           if sj-status = 'SKIPPED'
               if w-j-status(w-j-hit) not = 'CLEAN'
                   move zeros to w-j-rc(w-j-hit)
                   move 'NOT DUE' to w-j-status(w-j-hit)
               end-if
           else
               move sj-rc to w-j-rc(w-j-hit)
               move sj-status to w-j-status(w-j-hit)
           end-if.

      *
      * BUSDAY on a CALENDAR.CTL business day, MONTHEND when the
      * next calendar day starts a new month, anything else always.
      *
       judge-the-calendar.
           move w-rpt-date to ws-cal-date
           perform check-business-day
           move ws-cal-business to w-is-busday
           move 'N' to w-is-monthend
           if w-rpt-date is numeric
               move w-rpt-date to w-roll-date
               move 'A' to w-dcalc-func
               move +1 to w-roll-days
               move spaces to w-dcalc-status
               call 'Y2KDCALC' using w-dcalc-func, w-roll-date,
                       omitted, w-roll-days, omitted,
                       w-dcalc-status
               if w-dcalc-status = '00'
                       and w-roll-date(5:2) not = w-rpt-date(5:2)
                   move 'Y' to w-is-monthend
               end-if
           end-if.

       judge-frequency.
           evaluate w-j-freq(w-j-sub)
               when 'BUSDAY'
                   if w-is-busday not = 'Y'
                       move 'NOT DUE' to w-j-status(w-j-sub)
                   end-if
               when 'MONTHEND'
                   if w-is-monthend not = 'Y'
                       move 'NOT DUE' to w-j-status(w-j-sub)
                   end-if
           end-evaluate.

       find-or-add-job.
           move zero to w-j-hit
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               if w-j-name(w-j-sub) = w-cmd-arg(1:8)
                   move w-j-sub to w-j-hit
               end-if
           end-perform
           if w-j-hit = 0 and w-job-count < 60
               add 1 to w-job-count
               move w-job-count to w-j-hit
               move w-cmd-arg(1:8) to w-j-name(w-j-hit)
               move 'DAILY' to w-j-freq(w-j-hit)
               move zeros to w-j-rc(w-j-hit)
               move 'NOT RUN' to w-j-status(w-j-hit)
           end-if.

       gather-open-alerts-count.
           move 'N' to w-eof
           open input alert-queue-file
           if ws-alert-q-status = '00'
               perform until at-eof
                   read alert-queue-file
                       at end move 'Y' to w-eof
                       not at end
                           if alert-queue-record not = spaces
                                   and aq-ack-user = spaces
                               add 1 to w-alert-count
                           end-if
                   end-read
               end-perform
               close alert-queue-file
           end-if.

       gather-queue-depth.
           move 'N' to w-eof
           open input tran-except
           if w-except-status = '00'
               perform until at-eof
                   read tran-except
                       at end move 'Y' to w-eof
                       not at end add 1 to w-depth
                   end-read
               end-perform
               close tran-except
           end-if.

      *
      * FEEDCTL.TXT appends in consumption order - the last line
      * is the last generation let through.
      *
       gather-last-generation.
           move 'N' to w-eof
           open input feed-ctl
           if w-feed-status = '00'
               perform until at-eof
                   read feed-ctl
                       at end move 'Y' to w-eof
                       not at end
                           if fc-source = spaces
                               move 'DESK' to fc-source
                           end-if
                           move spaces to w-last-feed
                           string fc-feed-date ' ' fc-source
                               ' GEN ' fc-gen ' ' fc-status
                               delimited by size into w-last-feed
                   end-read
               end-perform
               close feed-ctl
           end-if.

      *
      * Deadline cards as DEADLINE-RPT reads them; the latest
      * finished run of each program for the date off RUNLOG.TXT.
      *
       gather-deadlines.
           move 'N' to w-eof
           open input deadline-ctl
           if w-deadline-status = '00'
               perform until at-eof
                   read deadline-ctl
                       at end move 'Y' to w-eof
                       not at end
                           move spaces to w-word-1 w-word-2 w-word-3
                           unstring
                               function upper-case(deadline-record)
                               delimited by all spaces
                               into w-word-1 w-word-2 w-word-3
                           end-unstring
                           if w-word-1 not = spaces
                                   and w-dl-count < 40
                               add 1 to w-dl-count
                               move w-word-1
                                   to w-d-program(w-dl-count)
                               compute w-d-deadline(w-dl-count) =
                                   function numval(w-word-2)
                               move 'N' to w-d-finished(w-dl-count)
                               move zeros
                                   to w-d-end-time(w-dl-count)
                               move 'N' to w-d-next-day(w-dl-count)
                           end-if
                   end-read
               end-perform
               close deadline-ctl
           end-if
           if w-dl-count > zero
               move 'N' to w-eof
               open input run-log-file
               if ws-run-log-status = '00'
                   perform until at-eof
                       read run-log-file
                           at end move 'Y' to w-eof
                           not at end perform note-one-run
                       end-read
                   end-perform
                   close run-log-file
               end-if
           end-if.

       note-one-run.
           if rl-business-date = w-rpt-date
                   and rl-end-time(1:6) is numeric
               perform varying w-d-sub from 1 by 1
                       until w-d-sub > w-dl-count
                   if w-d-program(w-d-sub) = rl-program-id
                       move 'Y' to w-d-finished(w-d-sub)
                       move rl-end-time(1:6)
                           to w-d-end-time(w-d-sub)
                       if rl-end-date > rl-start-date
                           move 'Y' to w-d-next-day(w-d-sub)
                       else
                           move 'N' to w-d-next-day(w-d-sub)
                       end-if
                   end-if
               end-perform
           end-if.

       read-shift-notes.
           move 'N' to w-eof
           open input notes-file
           if w-notes-status = '00'
               perform until at-eof
                   read notes-file
                       at end move 'Y' to w-eof
                       not at end
                           if notes-record not = spaces
                                   and w-note-count < 50
                               add 1 to w-note-count
                               move notes-record
                                   to w-note(w-note-count)
                           end-if
                   end-read
               end-perform
               close notes-file
           end-if.

       print-heading-section.
           move spaces to report-line
           string 'SHIFT HANDOVER FOR BUSINESS DATE ' w-rpt-date
               ' - ' function trim(w-outgoing) ' TO '
               function trim(w-incoming)
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line.

       print-previous-notes.
           move spaces to report-line
           if w-prev-found = 'Y'
               string 'NOTES RECEIVED AT START OF SHIFT (FROM '
                   function trim(w-prev-outgoing) ' '
                   w-prev-date ' ' w-prev-time(1:6) ')'
                   delimited by size into report-line
           else
               move 'NOTES RECEIVED AT START OF SHIFT' to report-line
           end-if
           perform spool-report-line
           if w-prev-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-prev-count
               move spaces to report-line
               string '  ' w-prev-note(w-n-sub)
                   delimited by size into report-line
               perform spool-report-line
           end-perform
           move spaces to report-line
           perform spool-report-line.

       print-job-section.
           move 'SCHEDULED JOBS (SCHEDULE.CTL / SCHEDJRN.TXT)'
               to report-line
           perform spool-report-line
           if w-job-count = zero
               move '  (NO SCHEDULE AND NOTHING JOURNALED)'
                   to report-line
               perform spool-report-line
           end-if
           perform varying w-j-sub from 1 by 1
                   until w-j-sub > w-job-count
               move spaces to report-line
               move w-j-rc(w-j-sub) to w-edit-rc
               evaluate w-j-status(w-j-sub)
                   when 'NOT RUN'
                       string '  ' w-j-name(w-j-sub) '  NOT RUN'
                           '               *** OPEN'
                           delimited by size into report-line
                   when 'NOT DUE'
                       string '  ' w-j-name(w-j-sub) '  NOT DUE ('
                           function trim(w-j-freq(w-j-sub)) ')'
                           delimited by size into report-line
                   when 'CLEAN'
                       string '  ' w-j-name(w-j-sub) '  '
                           w-j-status(w-j-sub) ' RC=' w-edit-rc
                           delimited by size into report-line
                   when other
                       string '  ' w-j-name(w-j-sub) '  '
                           w-j-status(w-j-sub) ' RC=' w-edit-rc
                           '    *** OPEN'
                           delimited by size into report-line
               end-evaluate
               perform spool-report-line
           end-perform
           move spaces to report-line
           perform spool-report-line.

       print-alert-section.
           move 'UNACKNOWLEDGED ALERTS (ALERTQ.TXT)' to report-line
           perform spool-report-line
           if w-alert-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           else
               move 'N' to w-eof
               open input alert-queue-file
               if ws-alert-q-status = '00'
                   perform until at-eof
                       read alert-queue-file
                           at end move 'Y' to w-eof
                           not at end
                               if alert-queue-record not = spaces
                                       and aq-ack-user = spaces
                                   move spaces to report-line
                                   string '  ' aq-date ' ' aq-time
                                       ' ' aq-program ' RC=' aq-rc
                                       ' ' aq-msg-id ' SEV '
                                       aq-severity '  *** OPEN'
                                       delimited by size
                                       into report-line
                                   perform spool-report-line
                               end-if
                       end-read
                   end-perform
                   close alert-queue-file
               end-if
           end-if
           move spaces to report-line
           perform spool-report-line.

       print-claim-section.
           move 'CLAIMS STILL HELD (LOCKS.DAT)' to report-line
           perform spool-report-line
           move 'N' to w-eof
           open input enq-lock-file
           if w-lock-status = '00'
               perform until at-eof
                   read enq-lock-file
                       at end move 'Y' to w-eof
                       not at end
                           if lk-dataset not = spaces
                               add 1 to w-claim-count
                               move spaces to report-line
                               string '  ' lk-program ' HOLDS '
                                   function trim(lk-dataset)
                                   ' SINCE ' lk-date ' ' lk-time
                                   '  *** OPEN'
                                   delimited by size into report-line
                               perform spool-report-line
                           end-if
                   end-read
               end-perform
               close enq-lock-file
           end-if
           if w-claim-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           move spaces to report-line
           perform spool-report-line.

       print-queue-section.
           move 'EXCEPTION QUEUE AND FEED (TRANEXC.DAT / FEEDCTL.TXT)'
               to report-line
           perform spool-report-line
           move spaces to report-line
           if w-prev-found = 'Y'
               move w-prev-depth to w-edit-count
               string '  DEPTH AT START OF SHIFT....: ' w-edit-count
                   delimited by size into report-line
           else
               string '  DEPTH AT START OF SHIFT....: '
                   'NOT RECORDED - NO EARLIER HANDOVER'
                   delimited by size into report-line
           end-if
           perform spool-report-line
           move spaces to report-line
           move w-depth to w-edit-count
           string '  DEPTH AT END OF SHIFT......: ' w-edit-count
               delimited by size into report-line
           perform spool-report-line
           if w-prev-found = 'Y'
               compute w-depth-change = w-depth - w-prev-depth
               move w-depth-change to w-edit-change
               move spaces to report-line
               string '  CHANGE OVER THE SHIFT......: ' w-edit-change
                   delimited by size into report-line
               perform spool-report-line
           end-if
           move spaces to report-line
           string '  LAST CONSUMED GENERATION...: ' w-last-feed
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line.

      *
      * Seconds from the business date's midnight, the way
      * DEADLINE-RPT counts them - a run ending on the next
      * calendar day is a day's seconds later.
      *
       print-deadline-section.
           move 'DEADLINE MISSES (DEADLINE.CTL / RUNLOG.TXT)'
               to report-line
           perform spool-report-line
           move w-stamp-time(1:6) to w-time-6
           perform time-to-seconds
           move w-seconds to w-clock-sec
           if w-stamp-date > w-rpt-date
               add 86400 to w-clock-sec
           end-if
           perform varying w-d-sub from 1 by 1
                   until w-d-sub > w-dl-count
               move w-d-deadline(w-d-sub) to w-time-6
               perform time-to-seconds
               move w-seconds to w-deadline-sec
               move spaces to report-line
               if w-d-finished(w-d-sub) = 'Y'
                   move w-d-end-time(w-d-sub) to w-time-6
                   perform time-to-seconds
                   if w-d-next-day(w-d-sub) = 'Y'
                       add 86400 to w-seconds
                   end-if
                   if w-seconds > w-deadline-sec
                       add 1 to w-miss-count
                       string '  ' w-d-program(w-d-sub)
                           '  DEADLINE ' w-d-deadline(w-d-sub)
                           '  FINISHED ' w-d-end-time(w-d-sub)
                           '  *** LATE'
                           delimited by size into report-line
                       perform spool-report-line
                   end-if
               else
                   if w-clock-sec > w-deadline-sec
                       add 1 to w-miss-count
                       string '  ' w-d-program(w-d-sub)
                           '  DEADLINE ' w-d-deadline(w-d-sub)
                           '  NOT FINISHED    *** MISSED'
                           delimited by size into report-line
                       perform spool-report-line
                   end-if
               end-if
           end-perform
           if w-miss-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           move spaces to report-line
           perform spool-report-line.

       time-to-seconds.
           compute w-seconds =
               (w-t-hh * 3600) + (w-t-mm * 60) + w-t-ss.

       print-notes-section.
           move spaces to report-line
           string 'NOTES FOR THE INCOMING SHIFT ('
               function trim(w-notes-name) ')'
               delimited by size into report-line
           perform spool-report-line
           if w-note-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-note-count
               move spaces to report-line
               string '  ' w-note(w-n-sub)
                   delimited by size into report-line
               perform spool-report-line
           end-perform
           move spaces to report-line
           perform spool-report-line.

       print-sign-off.
           move w-items-open to w-edit-count
           move spaces to report-line
           string 'OPEN ITEMS HANDED OVER.......: ' w-edit-count
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           move spaces to report-line
           string 'OUTGOING: ' w-outgoing '  SIGNED OFF '
               w-stamp-date ' ' w-stamp-time(1:6)
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           string 'INCOMING: ' w-incoming
               '  ACCEPTED ____________________'
               delimited by size into report-line
           perform spool-report-line.

       append-sign-off.
           open extend hand-log
           if w-log-status not = '00'
               open output hand-log
           end-if
           move spaces to hand-log-record
           move 'S' to hl-type
           move w-stamp-date to hl-date
           move w-stamp-time to hl-time
           move w-rpt-date to hl-bus-date
           move w-outgoing to hl-outgoing
           move w-incoming to hl-incoming
           move w-depth to hl-depth
           move w-items-open to hl-items
           write hand-log-record
           perform varying w-n-sub from 1 by 1
                   until w-n-sub > w-note-count
               move spaces to hand-log-record
               move 'N' to hl-type
               move w-stamp-date to hl-date
               move w-stamp-time to hl-time
               move w-note(w-n-sub) to hl-rest
               write hand-log-record
           end-perform
           close hand-log.

       COPY BUSDTPA.
       COPY CALPA.
       COPY RPTFPA.
