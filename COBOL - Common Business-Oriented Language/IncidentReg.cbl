      *
      * Incident register - ALERT-LIST records who saw an alert,
      * not what was wrong or what was done about it, so the same
      * failure can be acknowledged night after night and never
      * fixed. An incident here carries a category, an owner, a
      * one-line title, the root cause, the corrective action,
      * and OPEN or CLOSED; one or more ALERTQ.TXT alerts are
      * attached to it by the number ALERT-LIST shows them under.
      * Attaching an alert that nobody has acknowledged also
      * acknowledges it, in the queue's own ACK columns - it has
      * been seen, and the incident says what became of it.
      *
      * INCIDENT.DAT holds one line per incident in number order,
      * which is also opening order, so the open list is oldest
      * first as it stands. INCALERT.TXT holds one line per
      * attached alert, keyed by the alert's stamp, program and
      * message id rather than its queue position, so archiving
      * the queue does not lose the link. An incident closes only
      * once its root cause and corrective action are on file.
      *
      * REPORT prints the open incidents by age and the alerts
      * that recur - every program and message id raised at least
      * the repeat count of times (default 2) across the queue,
      * with how many were attached to an incident and how many
      * were only acknowledged, worst first. A recurring alert
      * never attached to an incident is flagged.
      *
      * Categories: DATA, CODE, CONFIG, CAPACITY, EXTERNAL,
      * OPERATOR, OTHER. Changes need function INCIDENT and append
      * an audit line to INCAUDIT.TXT the way OPER-MAINT audits to
      * OPERAUD.TXT.
      *
      * Arguments: 1 action LIST (default) | OPEN | ATTACH |
      * CAUSE | ACTION | OWNER | CLOSE | REOPEN | REPORT, then
      *   OPEN <category> <owner> <title>
      *   ATTACH <incident> <alert-number>
      *   CAUSE <incident> <text>    ACTION <incident> <text>
      *   OWNER <incident> <operator>
      *   CLOSE <incident>           REOPEN <incident>
      *   REPORT [report, default INCIDENT.TXT] [repeat count]
      * An incident is its number, with or without the INC.
      *
       identification division.
       program-id. INCIDENT-REG.

       environment division.
       input-output section.
       file-control.
           select incident-master
           assign to "INCIDENT.DAT"
           organization is line sequential
           file status is w-incident-status.
           select link-file
           assign to "INCALERT.TXT"
           organization is line sequential
           file status is w-link-status.
           select audit-file
           assign to "INCAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY RUNLOGSL.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  incident-master.
       01  incident-record.
           03  in-id                      pic 9(05).
           03  filler                     pic x.
           03  in-status                  pic x(06).
           03  filler                     pic x.
           03  in-category                pic x(08).
           03  filler                     pic x.
           03  in-owner                   pic x(12).
           03  filler                     pic x.
           03  in-opened-date             pic x(08).
           03  filler                     pic x.
           03  in-closed-date             pic x(08).
           03  filler                     pic x.
           03  in-title                   pic x(40).
           03  filler                     pic x.
           03  in-cause                   pic x(60).
           03  filler                     pic x.
           03  in-action                  pic x(60).

       fd  link-file.
       01  link-record.
           03  il-id                      pic 9(05).
           03  filler                     pic x.
           03  il-alert-key.
               05  il-aq-date             pic x(08).
               05  filler                 pic x.
               05  il-aq-time             pic x(08).
               05  filler                 pic x.
               05  il-aq-program          pic x(08).
               05  filler                 pic x.
               05  il-aq-rc               pic 9(04).
               05  filler                 pic x.
               05  il-aq-msg-id           pic x(08).
           03  filler                     pic x.
           03  il-linked-date             pic x(08).
           03  filler                     pic x.
           03  il-linked-by               pic x(12).

       fd  audit-file.
       01  audit-record                   pic x(200).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY RUNLOGFD.
       COPY OPAUTHFD.

       working-storage section.
       01  w-incident-status              pic x(2) value spaces.
       01  w-link-status                  pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-report-name                  pic x(80)
           value "INCIDENT.TXT".
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-action                       pic x(8) value 'LIST'.
       01  w-arg-2                        pic x(80) value spaces.
       01  w-arg-3                        pic x(80) value spaces.
       01  w-arg-4                        pic x(80) value spaces.
       01  w-inc-id                       pic 9(5) value zeros.
       01  w-alert-number                 pic 9(4) value zeros.
       01  w-repeat-min                   pic 9(4) value 2.
       01  w-text                         pic x(60) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

       01  w-categories                   pic x(56) value
           'DATA    CODE    CONFIG  CAPACITYEXTERNALOPERATOROTHER   '.
       01  w-category-tab redefines w-categories.
           03  w-cat-entry occurs 7 times pic x(8).
       01  w-cat-sub                      pic 9(2) value zeros.
       01  w-cat-ok                       pic x value 'N'.

      *
      * The register in core for the rewrite - the load-then-
      * rewrite discipline REGION-MAINT applies to its master.
      *
       01  w-inc-table.
           03  w-inc-entry occurs 500 times pic x(215).
       01  w-inc-count                    pic 9(3) value zeros.
       01  w-i-sub                        pic 9(3) value zeros.
       01  w-i-hit                        pic 9(3) value zeros.
       01  w-inc-spill                    pic x value 'N'.
       01  w-inc-rec.
           03  w-in-id                    pic 9(05).
           03  filler                     pic x.
           03  w-in-status                pic x(06).
           03  filler                     pic x.
           03  w-in-category              pic x(08).
           03  filler                     pic x.
           03  w-in-owner                 pic x(12).
           03  filler                     pic x.
           03  w-in-opened-date           pic x(08).
           03  filler                     pic x.
           03  w-in-closed-date           pic x(08).
           03  filler                     pic x.
           03  w-in-title                 pic x(40).
           03  filler                     pic x.
           03  w-in-cause                 pic x(60).
           03  filler                     pic x.
           03  w-in-action                pic x(60).

       01  w-link-table.
           03  w-lk-entry occurs 1000 times.
               05  w-lk-id                pic 9(5).
               05  w-lk-key               pic x(40).
       01  w-link-count                   pic 9(4) value zeros.
       01  w-l-sub                        pic 9(4) value zeros.
       01  w-l-hit                        pic 9(4) value zeros.
       01  w-inc-alerts                   pic 9(4) value zeros.

      *
      * The alert queue in core for the acknowledgement rewrite,
      * as ALERT-LIST holds it, and one line mapped.
      *
       01  w-alert-table.
           03  w-al-entry occurs 200 times pic x(92).
       01  w-alert-count                  pic 9(3) value zeros.
       01  w-al-sub                       pic 9(3) value zeros.
       01  w-alert-spill                  pic x value 'N'.
       01  w-alert-rec.
           03  w-aq-key.
               05  w-aq-date              pic x(8).
               05  filler                 pic x.
               05  w-aq-time              pic x(8).
               05  filler                 pic x.
               05  w-aq-program           pic x(8).
               05  filler                 pic x.
               05  w-aq-rc                pic 9(4).
               05  filler                 pic x.
               05  w-aq-msg-id            pic x(8).
           03  filler                     pic x.
           03  w-aq-severity              pic x.
           03  filler                     pic x.
           03  w-aq-ack-user              pic x(12).
           03  filler                     pic x.
           03  w-aq-ack-date              pic x(8).
           03  filler                     pic x.
           03  w-aq-ack-time              pic x(8).

      *
      * Recurring alerts - one entry per program and message id.
      *
       01  w-recur-table.
           03  w-rc-entry occurs 200 times.
               05  w-rc-program           pic x(8).
               05  w-rc-msg-id            pic x(8).
               05  w-rc-total             pic 9(5).
               05  w-rc-attached          pic 9(5).
               05  w-rc-acked             pic 9(5).
               05  w-rc-first             pic x(8).
               05  w-rc-last              pic x(8).
       01  w-rc-swap                      pic x(47).
       01  w-recur-count                  pic 9(3) value zeros.
       01  w-r-sub                        pic 9(3) value zeros.
       01  w-r-hit                        pic 9(3) value zeros.
       01  w-r-next                       pic 9(3) value zeros.
       01  w-recur-shown                  pic 9(4) value zeros.
       01  w-recur-unowned                pic 9(4) value zeros.

       01  w-open-count                   pic 9(4) value zeros.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-audit-line                   pic x(200) value spaces.
       01  w-old-value                    pic x(60) value spaces.
       01  w-inc-label                    pic x(8) value spaces.

       01  w-dcalc-func                   pic x value 'D'.
       01  w-date-1                       pic 9(8) value zeros.
       01  w-date-2                       pic 9(8) value zeros.
       01  w-age-days                     pic s9(7) value zeros.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-edit-age                     pic zzzz9.
       01  w-edit-count                   pic zzzz9.
       01  w-edit-raised                  pic zzzz9.
       01  w-edit-attached                pic zzzz9.
       01  w-edit-acked                   pic zzzz9.

       COPY RUNLOGWS.
       COPY OPAUTHWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function upper-case(w-cmd-arg) to w-action
           end-if
           display 2 upon argument-number
           accept w-arg-2 from argument-value
               on exception move spaces to w-arg-2
           end-accept
           display 3 upon argument-number
           accept w-arg-3 from argument-value
               on exception move spaces to w-arg-3
           end-accept
           display 4 upon argument-number
           accept w-arg-4 from argument-value
               on exception move spaces to w-arg-4
           end-accept
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform load-incident-table
           perform load-link-table
           evaluate w-action
               when 'LIST'
                   perform list-open-incidents
                   stop run
               when 'REPORT'
                   perform print-incident-report
                   stop run
               when 'OPEN'
               when 'ATTACH'
               when 'CAUSE'
               when 'ACTION'
               when 'OWNER'
               when 'CLOSE'
               when 'REOPEN'
                   continue
               when other
                   display 'INCIDENT-REG: USAGE: INCIDENT-REG LIST | '
                           'OPEN <CATEGORY> <OWNER> <TITLE> | '
                           'ATTACH <INC> <ALERT> | CAUSE <INC> <TEXT>'
                           ' | ACTION <INC> <TEXT> | OWNER <INC> '
                           '<OPERATOR> | CLOSE <INC> | REOPEN <INC> | '
                           'REPORT [REPORT] [REPEATS]'
                   move 16 to return-code
                   stop run
           end-evaluate

           move w-operator to ws-auth-user
           move 'INCIDENT' to ws-auth-function
           move 'INCIDENT' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'INCIDENT-REG: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

      *    the register is rewritten whole - a table that could
      *    not hold it would drop the incidents past the end
           if w-inc-spill = 'Y'
               display 'INCIDENT-REG: REGISTER EXCEEDS THE 500-'
                       'ENTRY TABLE - ARCHIVE CLOSED INCIDENTS FIRST'
               move 16 to return-code
               stop run
           end-if

           if w-action = 'OPEN'
               perform open-incident
               stop run
           end-if

           perform find-incident
           if w-i-hit = 0
               display 'INCIDENT-REG: INCIDENT '
                       function trim(w-arg-2) ' NOT FOUND'
               move 8 to return-code
               stop run
           end-if
           move w-inc-entry(w-i-hit) to w-inc-rec
           move spaces to w-inc-label
           string 'INC' w-in-id delimited by size into w-inc-label
           evaluate w-action
               when 'ATTACH'  perform attach-alert
               when 'CAUSE'   perform set-cause
               when 'ACTION'  perform set-action
               when 'OWNER'   perform set-owner
               when 'CLOSE'   perform close-incident
               when 'REOPEN'  perform reopen-incident
           end-evaluate
           stop run.

      *
      * The incident argument as typed - 7, 00007 or INC00007.
      *
       find-incident.
           move zero to w-i-hit
           move function upper-case(w-arg-2) to w-cmd-arg
           if w-cmd-arg(1:3) = 'INC'
               move w-cmd-arg(4:) to w-cmd-arg
           end-if
           if function test-numval(w-cmd-arg) = zero
               compute w-inc-id = function numval(w-cmd-arg)
               perform varying w-i-sub from 1 by 1
                       until w-i-sub > w-inc-count
                   move w-inc-entry(w-i-sub) to w-inc-rec
                   if w-in-id = w-inc-id
                       move w-i-sub to w-i-hit
                   end-if
               end-perform
           end-if.

       open-incident.
           move function upper-case(w-arg-2(1:8)) to w-cmd-arg
           move 'N' to w-cat-ok
           perform varying w-cat-sub from 1 by 1
                   until w-cat-sub > 7
               if w-cat-entry(w-cat-sub) = w-cmd-arg(1:8)
                   move 'Y' to w-cat-ok
               end-if
           end-perform
           evaluate true
               when w-cat-ok not = 'Y'
                   display 'INCIDENT-REG: CATEGORY '
                           function trim(w-arg-2)
                           ' NOT DATA, CODE, CONFIG, CAPACITY, '
                           'EXTERNAL, OPERATOR OR OTHER'
                   move 16 to return-code
               when w-arg-3 = spaces or w-arg-4 = spaces
                   display 'INCIDENT-REG: OPEN NEEDS A CATEGORY, '
                           'AN OWNER AND A TITLE'
                   move 16 to return-code
               when w-inc-count >= 500
                   display 'INCIDENT-REG: REGISTER FULL'
                   move 16 to return-code
               when other
                   move zero to w-inc-id
                   if w-inc-count > 0
                       move w-inc-entry(w-inc-count) to w-inc-rec
                       move w-in-id to w-inc-id
                   end-if
                   add 1 to w-inc-id
                   move spaces to w-inc-rec
                   move w-inc-id to w-in-id
                   move 'OPEN' to w-in-status
                   move w-cmd-arg(1:8) to w-in-category
                   move function upper-case(w-arg-3(1:12))
                       to w-in-owner
                   move w-audit-date to w-in-opened-date
                   move w-arg-4(1:40) to w-in-title
                   add 1 to w-inc-count
                   move w-inc-rec to w-inc-entry(w-inc-count)
                   perform rewrite-incident-table
                   move spaces to w-inc-label
                   string 'INC' w-in-id delimited by size
                       into w-inc-label
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' OPEN ' w-inc-label ' OLD <'
                       '(NONE)> NEW <' function trim(w-in-category)
                       ' / '
                       function trim(w-in-owner) ' / '
                       function trim(w-in-title) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'INCIDENT-REG: OPENED ' w-inc-label
                           ' OWNER ' function trim(w-in-owner)
                   move zero to return-code
           end-evaluate.

      *
      * The alert by the number ALERT-LIST lists it under - its
      * position in the queue. An alert belongs to one incident.
      *
       attach-alert.
           perform load-alert-queue
           move zero to w-alert-number
           if function test-numval(w-arg-3) = zero
               compute w-alert-number = function numval(w-arg-3)
           end-if
           if w-alert-number = zero
                   or w-alert-number > w-alert-count
               display 'INCIDENT-REG: NO ALERT '
                       function trim(w-arg-3) ' IN THE QUEUE'
               move 8 to return-code
               stop run
           end-if
           if w-in-status = 'CLOSED'
               display 'INCIDENT-REG: ' w-inc-label
                       ' IS CLOSED - REOPEN IT FIRST'
               move 8 to return-code
               stop run
           end-if
           move w-al-entry(w-alert-number) to w-alert-rec
           perform find-alert-link
           if w-l-hit > 0
               display 'INCIDENT-REG: ALERT ' w-alert-number
                       ' IS ALREADY ON INC' w-lk-id(w-l-hit)
               move 8 to return-code
               stop run
           end-if
           if w-aq-ack-user = spaces
               if w-alert-spill = 'Y'
                   display 'INCIDENT-REG: QUEUE EXCEEDS THE 200-'
                           'ENTRY TABLE - ATTACH REFUSED, ARCHIVE '
                           'THE QUEUE FIRST'
                   move 16 to return-code
                   stop run
               end-if
               move w-operator to w-aq-ack-user
               move w-audit-date to w-aq-ack-date
               move w-audit-time to w-aq-ack-time
               move w-alert-rec to w-al-entry(w-alert-number)
               perform rewrite-alert-queue
           end-if
           open extend link-file
           if w-link-status not = '00'
               open output link-file
           end-if
           move spaces to link-record
           move w-in-id to il-id
           move w-aq-key to il-alert-key
           move w-audit-date to il-linked-date
           move w-operator to il-linked-by
           write link-record
           close link-file
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' ATTACH ' w-inc-label ' ALERT '
               w-aq-date ' ' w-aq-time ' ' w-aq-program
               ' RC=' w-aq-rc ' ' w-aq-msg-id
               delimited by size into w-audit-line
           perform append-audit-line
           display 'INCIDENT-REG: ALERT ' w-alert-number ' '
                   w-aq-program ' RC=' w-aq-rc ' ATTACHED TO '
                   w-inc-label
           move zero to return-code.

       find-alert-link.
           move zero to w-l-hit
           perform varying w-l-sub from 1 by 1
                   until w-l-sub > w-link-count
               if w-lk-key(w-l-sub) = w-aq-key
                   move w-l-sub to w-l-hit
               end-if
           end-perform.

       set-cause.
           move w-arg-3(1:60) to w-text
           if w-text = spaces
               display 'INCIDENT-REG: CAUSE NEEDS THE ROOT CAUSE'
               move 16 to return-code
               stop run
           end-if
           move w-in-cause to w-old-value
           move w-text to w-in-cause
           perform store-and-audit-text.

       set-action.
           move w-arg-3(1:60) to w-text
           if w-text = spaces
               display 'INCIDENT-REG: ACTION NEEDS THE CORRECTIVE '
                       'ACTION'
               move 16 to return-code
               stop run
           end-if
           move w-in-action to w-old-value
           move w-text to w-in-action
           perform store-and-audit-text.

       set-owner.
           move function upper-case(w-arg-3(1:12)) to w-text
           if w-text = spaces
               display 'INCIDENT-REG: OWNER NEEDS AN OPERATOR'
               move 16 to return-code
               stop run
           end-if
           move w-in-owner to w-old-value
           move w-text(1:12) to w-in-owner
           perform store-and-audit-text.

       store-and-audit-text.
           if w-old-value = spaces
               move '(NONE)' to w-old-value
           end-if
           move w-inc-rec to w-inc-entry(w-i-hit)
           perform rewrite-incident-table
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' ' function trim(w-action) ' '
               w-inc-label ' OLD <'
               function trim(w-old-value) '> NEW <'
               function trim(w-text) '>'
               delimited by size into w-audit-line
           perform append-audit-line
           display 'INCIDENT-REG: ' function trim(w-action)
                   ' RECORDED ON ' w-inc-label
           move zero to return-code.

      *
      * Closed means explained - the cause and the fix are on file
      * before the incident leaves the open list.
      *
       close-incident.
           evaluate true
               when w-in-status = 'CLOSED'
                   display 'INCIDENT-REG: ' w-inc-label
                           ' IS ALREADY CLOSED'
                   move 8 to return-code
               when w-in-cause = spaces or w-in-action = spaces
                   display 'INCIDENT-REG: ' w-inc-label
                           ' NEEDS ITS ROOT CAUSE AND CORRECTIVE '
                           'ACTION BEFORE IT CLOSES'
                   move 8 to return-code
               when other
                   move 'CLOSED' to w-in-status
                   move w-audit-date to w-in-closed-date
                   move 'OPEN' to w-old-value
                   move 'CLOSED' to w-text
                   perform store-and-audit-text
           end-evaluate.

       reopen-incident.
           if w-in-status not = 'CLOSED'
               display 'INCIDENT-REG: ' w-inc-label ' IS NOT CLOSED'
               move 8 to return-code
           else
               move 'OPEN' to w-in-status
               move spaces to w-in-closed-date
               move 'CLOSED' to w-old-value
               move 'OPEN' to w-text
               perform store-and-audit-text
           end-if.

       list-open-incidents.
           move zeros to w-open-count
           perform varying w-i-sub from 1 by 1
                   until w-i-sub > w-inc-count
               move w-inc-entry(w-i-sub) to w-inc-rec
               if w-in-status = 'OPEN'
                   add 1 to w-open-count
                   perform age-and-count-incident
                   display 'INC' w-in-id ' ' w-in-category
                           ' AGE ' w-edit-age ' DAYS OWNER '
                           w-in-owner ' ALERTS ' w-inc-alerts
                   display '    ' function trim(w-in-title)
                   if w-in-cause not = spaces
                       display '    CAUSE  ' function trim(w-in-cause)
                   end-if
                   if w-in-action not = spaces
                       display '    ACTION '
                               function trim(w-in-action)
                   end-if
               end-if
           end-perform
           display 'INCIDENT-REG: ' w-open-count ' OPEN INCIDENT(S)'
           move zero to return-code
           if w-open-count > zero
               move 4 to return-code
           end-if.

       age-and-count-incident.
           move zeros to w-age-days
           if w-in-opened-date is numeric
               move w-in-opened-date to w-date-1
               move w-audit-date to w-date-2
               move 'D' to w-dcalc-func
               move spaces to w-dcalc-status
               call 'Y2KDCALC' using w-dcalc-func, w-date-1,
                       w-date-2, w-age-days, omitted,
                       w-dcalc-status
               if w-dcalc-status not = '00'
                   move zeros to w-age-days
               end-if
           end-if
           move w-age-days to w-edit-age
           move zeros to w-inc-alerts
           perform varying w-l-sub from 1 by 1
                   until w-l-sub > w-link-count
               if w-lk-id(w-l-sub) = w-in-id
                   add 1 to w-inc-alerts
               end-if
           end-perform.

       print-incident-report.
           if w-arg-2 not = spaces
               move w-arg-2 to w-report-name
           end-if
           if function test-numval(w-arg-3) = zero
               compute w-repeat-min = function numval(w-arg-3)
           end-if
           if w-repeat-min = zero
               move 2 to w-repeat-min
           end-if
           perform gather-recurring-alerts
           open output report-file
           if w-report-status not = '00'
               display 'INCIDENT-REG: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'INCIDENT' to ws-rpt-id
           move 'INCIDENT' to ws-rpt-program
           move w-audit-date to ws-rpt-bus-date
           perform start-standard-report

           move 'OPEN INCIDENTS BY AGE' to report-line
           perform spool-report-line
           move spaces to report-line
           string '  INCIDENT CATEGORY  OWNER        OPENED   '
               '   AGE ALERTS  TITLE'
               delimited by size into report-line
           perform spool-report-line
           move zeros to w-open-count
           perform varying w-i-sub from 1 by 1
                   until w-i-sub > w-inc-count
               move w-inc-entry(w-i-sub) to w-inc-rec
               if w-in-status = 'OPEN'
                   add 1 to w-open-count
                   perform age-and-count-incident
                   move w-inc-alerts to w-edit-count
                   move spaces to report-line
                   string '  INC' w-in-id ' ' w-in-category ' '
                       w-in-owner ' ' w-in-opened-date ' '
                       w-edit-age ' ' w-edit-count '  '
                       w-in-title
                       delimited by size into report-line
                   perform spool-report-line
                   if w-in-cause not = spaces
                       move spaces to report-line
                       string '      CAUSE  ' w-in-cause
                           delimited by size into report-line
                       perform spool-report-line
                   end-if
                   if w-in-action not = spaces
                       move spaces to report-line
                       string '      ACTION ' w-in-action
                           delimited by size into report-line
                       perform spool-report-line
                   end-if
               end-if
           end-perform
           if w-open-count = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           move spaces to report-line
           perform spool-report-line

           move w-repeat-min to w-edit-count
           move spaces to report-line
           string 'RECURRING ALERTS - RAISED' w-edit-count
               ' TIMES OR MORE, WORST FIRST'
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           string '  PROGRAM  MSG-ID   RAISED ON-INC  ACKED'
               ' FIRST    LAST'
               delimited by size into report-line
           perform spool-report-line
           perform varying w-r-sub from 1 by 1
                   until w-r-sub > w-recur-count
               if w-rc-total(w-r-sub) >= w-repeat-min
                   perform print-one-recurrence
               end-if
           end-perform
           if w-recur-shown = zero
               move '  (NONE)' to report-line
               perform spool-report-line
           end-if
           move spaces to report-line
           perform spool-report-line
           move w-recur-unowned to w-edit-count
           move spaces to report-line
           string 'RECURRING WITH NO INCIDENT....: ' w-edit-count
               delimited by size into report-line
           perform spool-report-line

           move w-open-count to ws-rpt-ctl-count
           move zero to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
           display 'INCIDENT-REG REPORT: ' w-audit-date
           display '  OPEN INCIDENTS...: ' w-open-count
           display '  RECURRING ALERTS.: ' w-recur-shown
           display '  WITH NO INCIDENT.: ' w-recur-unowned
           display 'INCIDENT-REG: REPORT IN '
                   function trim(w-report-name)
           move zero to return-code
           if w-recur-unowned > zero
               move 4 to return-code
           end-if.

       print-one-recurrence.
           add 1 to w-recur-shown
           move w-rc-total(w-r-sub) to w-edit-raised
           move w-rc-attached(w-r-sub) to w-edit-attached
           move w-rc-acked(w-r-sub) to w-edit-acked
           move spaces to report-line
           string '  ' w-rc-program(w-r-sub) ' '
               w-rc-msg-id(w-r-sub) '  ' w-edit-raised '  '
               w-edit-attached ' ' w-edit-acked ' '
               w-rc-first(w-r-sub) ' ' w-rc-last(w-r-sub)
               delimited by size into report-line
           if w-rc-attached(w-r-sub) = zero
               add 1 to w-recur-unowned
               move '*** REPEAT - NO INCIDENT' to report-line(75:)
           end-if
           perform spool-report-line.

      *
      * Every alert on the queue, acknowledged or not, counted
      * against its program and message id; attached means an
      * INCALERT.TXT line carries its stamp.
      *
       gather-recurring-alerts.
           move 'N' to w-eof
           open input alert-queue-file
           if ws-alert-q-status = '00'
               perform until at-eof
                   read alert-queue-file
                       at end move 'Y' to w-eof
                       not at end
                           if alert-queue-record not = spaces
                               move alert-queue-record
                                   to w-alert-rec
                               perform count-one-alert
                           end-if
                   end-read
               end-perform
               close alert-queue-file
           end-if
      *    worst first - a straight exchange sort on the count
           perform varying w-r-sub from 1 by 1
                   until w-r-sub >= w-recur-count
               perform varying w-r-next from w-r-sub by 1
                       until w-r-next > w-recur-count
                   if w-rc-total(w-r-next) > w-rc-total(w-r-sub)
                       move w-rc-entry(w-r-sub) to w-rc-swap
                       move w-rc-entry(w-r-next)
                           to w-rc-entry(w-r-sub)
                       move w-rc-swap to w-rc-entry(w-r-next)
                   end-if
               end-perform
           end-perform.

       count-one-alert.
           move zero to w-r-hit
           perform varying w-r-sub from 1 by 1
                   until w-r-sub > w-recur-count
               if w-rc-program(w-r-sub) = w-aq-program
                       and w-rc-msg-id(w-r-sub) = w-aq-msg-id
                   move w-r-sub to w-r-hit
               end-if
           end-perform
           if w-r-hit = 0 and w-recur-count < 200
               add 1 to w-recur-count
               move w-recur-count to w-r-hit
               move w-aq-program to w-rc-program(w-r-hit)
               move w-aq-msg-id to w-rc-msg-id(w-r-hit)
               move zeros to w-rc-total(w-r-hit)
                   w-rc-attached(w-r-hit) w-rc-acked(w-r-hit)
               move w-aq-date to w-rc-first(w-r-hit)
           end-if
           if w-r-hit > 0
               add 1 to w-rc-total(w-r-hit)
               move w-aq-date to w-rc-last(w-r-hit)
               perform find-alert-link
               if w-l-hit > 0
                   add 1 to w-rc-attached(w-r-hit)
               else
                   if w-aq-ack-user not = spaces
                       add 1 to w-rc-acked(w-r-hit)
                   end-if
               end-if
           end-if.

       load-incident-table.
           move 'N' to w-eof
           open input incident-master
           if w-incident-status = '00'
               perform until at-eof
                   read incident-master
                       at end move 'Y' to w-eof
                       not at end
                           if incident-record not = spaces
                               if w-inc-count < 500
                                   add 1 to w-inc-count
                                   move incident-record
                                       to w-inc-entry(w-inc-count)
                               else
                                   move 'Y' to w-inc-spill
                               end-if
                           end-if
                   end-read
               end-perform
               close incident-master
           end-if.

       rewrite-incident-table.
           open output incident-master
           perform varying w-i-sub from 1 by 1
                   until w-i-sub > w-inc-count
               move w-inc-entry(w-i-sub) to incident-record
               write incident-record
           end-perform
           close incident-master.

       load-link-table.
           move 'N' to w-eof
           open input link-file
           if w-link-status = '00'
               perform until at-eof
                   read link-file
                       at end move 'Y' to w-eof
                       not at end
                           if link-record not = spaces
                                   and w-link-count < 1000
                               add 1 to w-link-count
                               move il-id to w-lk-id(w-link-count)
                               move il-alert-key
                                   to w-lk-key(w-link-count)
                           end-if
                   end-read
               end-perform
               close link-file
           end-if.

       load-alert-queue.
           move 'N' to w-eof
           open input alert-queue-file
           if ws-alert-q-status = '00'
               perform until at-eof
                   read alert-queue-file
                       at end move 'Y' to w-eof
                       not at end
                           if alert-queue-record not = spaces
                                   and w-alert-count < 200
                               add 1 to w-alert-count
                               move alert-queue-record
                                   to w-al-entry(w-alert-count)
                           else
                               if alert-queue-record not = spaces
                                   move 'Y' to w-alert-spill
                               end-if
                           end-if
                   end-read
               end-perform
               close alert-queue-file
           end-if.

       rewrite-alert-queue.
           open output alert-queue-file
           perform varying w-al-sub from 1 by 1
                   until w-al-sub > w-alert-count
               move w-al-entry(w-al-sub) to alert-queue-record
               write alert-queue-record
           end-perform
           close alert-queue-file.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY OPAUTHPA.
       COPY RPTFPA.
