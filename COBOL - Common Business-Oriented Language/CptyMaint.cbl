      *
      * Maintenance for the counterparty master the y2ksmpl load
      * validates against - add a counterparty, rename one, or
      * close one, with an audit line per change showing who, when,
      * and the before/after values. Closing a counterparty stops
      * new trades against it (the load rejects them CPCLS)
      * without touching the history already under that code.
      *
      * Arguments: 1 action ADD | RENAME | CLOSE, 2 counterparty
      * code, 3 name (ADD/RENAME). The master is the same CPTY.DAT
      * line-sequential control file the load reads; the audit
      * trail appends to CPAUDIT.TXT.
      *
       identification division.
       program-id. CPTY-MAINT.

       environment division.
       input-output section.
       file-control.
           select cpty-master
           assign to "CPTY.DAT"
           organization is line sequential
           file status is w-cpty-status.
           select audit-file
           assign to "CPAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  cpty-master.
       01  cpty-record.
           03  cp-code                    pic x(08).
           03  filler                     pic x.
           03  cp-name                    pic x(30).
           03  filler                     pic x.
           03  cp-status                  pic x.

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY OPAUTHFD.

       working-storage section.
       COPY OPAUTHWS.
       01  w-cpty-status                  pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-code                         pic x(8) value spaces.
       01  w-name                         pic x(30) value spaces.
       01  w-cpty-eof                     pic x value 'N'.
           88  cpty-eof                   value 'Y'.

       01  w-table.
           03  w-entry occurs 500 times.
               05  w-t-code               pic x(8).
               05  w-t-name               pic x(30).
               05  w-t-status             pic x.
       01  w-count                        pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-old-name                     pic x(30) value spaces.
       01  w-old-status                   pic x value space.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.

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
           move function upper-case(w-cmd-arg) to w-code
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-name
      *    the submitting operator's id, for the audit line
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           if w-code = spaces
                   or (w-action not = 'ADD'
                   and w-action not = 'RENAME'
                   and w-action not = 'CLOSE')
               display 'CPTY-MAINT: USAGE: CPTY-MAINT '
                       'ADD|RENAME|CLOSE <CODE> [NAME]'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           move 'CPMAINT' to ws-auth-function
           move 'CPMAINT' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'CPTY-MAINT: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

           perform load-master-table
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-code(w-sub) = w-code
                   move w-sub to w-hit
               end-if
           end-perform

           evaluate w-action
               when 'ADD'    perform add-cpty
               when 'RENAME' perform rename-cpty
               when 'CLOSE'  perform close-cpty
           end-evaluate
           stop run.

       add-cpty.
           evaluate true
               when w-hit > 0
                   display 'CPTY-MAINT: ' w-code
                           ' ALREADY EXISTS'
                   move 8 to return-code
               when w-name = spaces
                   display 'CPTY-MAINT: ADD NEEDS A NAME'
                   move 16 to return-code
               when w-count >= 500
                   display 'CPTY-MAINT: MASTER FULL'
                   move 16 to return-code
               when other
                   add 1 to w-count
                   move w-code to w-t-code(w-count)
                   move w-name to w-t-name(w-count)
                   move 'A' to w-t-status(w-count)
                   perform rewrite-master
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' ADD ' w-code ' '
                       function trim(w-name)
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'CPTY-MAINT: ADDED ' w-code
           end-evaluate.

       rename-cpty.
           evaluate true
               when w-hit = 0
                   display 'CPTY-MAINT: ' w-code ' NOT FOUND'
                   move 8 to return-code
               when w-name = spaces
                   display 'CPTY-MAINT: RENAME NEEDS A NAME'
                   move 16 to return-code
               when other
                   move w-t-name(w-hit) to w-old-name
                   move w-name to w-t-name(w-hit)
                   perform rewrite-master
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' RENAME ' w-code ' OLD <'
                       function trim(w-old-name) '> NEW <'
                       function trim(w-name) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'CPTY-MAINT: RENAMED ' w-code
           end-evaluate.

       close-cpty.
           evaluate true
               when w-hit = 0
                   display 'CPTY-MAINT: ' w-code ' NOT FOUND'
                   move 8 to return-code
               when w-t-status(w-hit) = 'C'
                   display 'CPTY-MAINT: ' w-code
                           ' ALREADY CLOSED'
                   move 8 to return-code
               when other
                   move w-t-status(w-hit) to w-old-status
                   move 'C' to w-t-status(w-hit)
                   perform rewrite-master
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' CLOSE ' w-code ' OLD <'
                       w-old-status '> NEW <C>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'CPTY-MAINT: CLOSED ' w-code
           end-evaluate.

       load-master-table.
           open input cpty-master
           if w-cpty-status = '00'
               perform until cpty-eof
                   read cpty-master
                       at end move 'Y' to w-cpty-eof
                       not at end
                           if cp-code not = spaces
                                   and w-count < 500
                               add 1 to w-count
                               move cp-code to w-t-code(w-count)
                               move cp-name to w-t-name(w-count)
                               move cp-status
                                   to w-t-status(w-count)
                           end-if
                   end-read
               end-perform
               close cpty-master
           end-if.

       rewrite-master.
           open output cpty-master
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move spaces to cpty-record
               move w-t-code(w-sub) to cp-code
               move w-t-name(w-sub) to cp-name
               move w-t-status(w-sub) to cp-status
               write cpty-record
           end-perform
           close cpty-master.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY OPAUTHPA.
