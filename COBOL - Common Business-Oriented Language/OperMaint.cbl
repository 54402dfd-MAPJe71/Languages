      *
      * Maintenance for the operator master - OPERMAST.CTL holds
      * one line per operator: the id CHECK-OPERATOR-AUTH matches
      * against LOGNAME, the space-separated functions the operator
      * may use (or ALL), and a status byte. ADD files a new
      * operator with the functions given, GRANT and REVOKE change
      * one function at a time, and DISABLE shuts a leaver out of
      * every tool at once while keeping the functions on file for
      * the record; an ADD of a disabled id reinstates it. Nobody
      * changes their own access - an ADD or GRANT naming the
      * operator at the keyboard is refused and the refusal
      * audited - save the very first ADD, which creates
      * OPERMAST.CTL and so has to enrol whoever is cutting
      * authorization over. Every change appends an audit line to
      * OPERAUD.TXT with the function list before and after, the
      * way REGION-MAINT audits to REGAUDIT.TXT. Changes need the
      * OPERMAINT function.
      *
      * RECERT is the quarterly access recertification: every
      * operator with each function held and the last date it was
      * actually used - a GRANTED line in SECAUDIT.TXT - and the
      * last use of any function, flagging every active operator
      * with no use in the last ninety days (or ever) so the
      * review can DISABLE the leavers it finds.
      *
      * Arguments: 1 action LIST | ADD | GRANT | REVOKE | DISABLE
      * | RECERT, 2 the operator id; for ADD 3-8 the functions, for
      * GRANT and REVOKE 3 the function. RECERT takes 2 the report
      * (default OPERCERT.TXT), 3 the as-of date yyyymmdd (default
      * today), 4 the idle days (default 90).
      *
       identification division.
       program-id. OPER-MAINT.

       environment division.
       input-output section.
       file-control.
           select audit-file
           assign to "OPERAUD.TXT"
           organization is line sequential
           file status is w-audit-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  audit-file.
       01  audit-record                   pic x(200).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY OPAUTHFD.

       working-storage section.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-report-name                  pic x(80)
           value "OPERCERT.TXT".
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-arg-sub                      pic 9(2) value zeros.
       01  w-action                       pic x(8) value spaces.
       01  w-id                           pic x(12) value spaces.
       01  w-function                     pic x(12) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

      *
      * The master, with each operator's functions split out so
      * RECERT can carry a last-use date against every one.
      *
       01  w-table.
           03  w-entry occurs 50 times.
               05  w-t-id                 pic x(12).
               05  w-t-funcs              pic x(60).
               05  w-t-status             pic x.
               05  w-t-last-use           pic x(8).
               05  w-t-fn-count           pic 9(2).
               05  w-t-fn occurs 15 times.
                   07  w-tf-name          pic x(12).
                   07  w-tf-last          pic x(8).
       01  w-count                        pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-fn-sub                       pic 9(2) value zeros.
       01  w-fn-hit                       pic 9(2) value zeros.
       01  w-ptr                          pic 9(3) value zeros.
       01  w-word                         pic x(12) value spaces.
       01  w-overflow                     pic x value 'N'.

       01  w-old-value                    pic x(60) value spaces.
       01  w-new-funcs                    pic x(60) value spaces.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(200) value spaces.

      *
      * RECERT - one SECAUDIT.TXT line split into its words.
      *
       01  w-as-of                        pic 9(8) value zeros.
       01  w-idle-limit                   pic 9(4) value 90.
       01  w-s-date                       pic x(8) value spaces.
       01  w-s-time                       pic x(8) value spaces.
       01  w-s-program                    pic x(8) value spaces.
       01  w-s-user                       pic x(12) value spaces.
       01  w-s-function                   pic x(12) value spaces.
       01  w-s-result                     pic x(8) value spaces.
       01  w-sec-count                    pic 9(7) value zeros.
       01  w-dcalc-func                   pic x value 'D'.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-last-num                     pic 9(8) value zeros.
       01  w-idle-days                    pic s9(7) value zeros.
       01  w-idle-edit                    pic zzzzz9.
       01  w-flag-count                   pic 9(4) value zeros.
       01  w-disabled-count               pic 9(4) value zeros.

       01  w-head-1.
           03  filler                     pic x(33) value
               'OPERATOR     STATUS   LAST USE   '.
           03  filler                     pic x(33) value
               '   IDLE  REVIEW                  '.
       01  w-head-2.
           03  filler                     pic x(33) value
               '    FUNCTION     LAST USE        '.
       01  w-oper-line.
           03  rpt-id                     pic x(12).
           03  filler                     pic x value space.
           03  rpt-status                 pic x(8).
           03  filler                     pic x value space.
           03  rpt-last-use               pic x(10).
           03  filler                     pic x value space.
           03  rpt-idle                   pic x(6).
           03  filler                     pic x(2) value spaces.
           03  rpt-flag                   pic x(40).
       01  w-func-line.
           03  filler                     pic x(4) value spaces.
           03  rpt-function               pic x(12).
           03  filler                     pic x value space.
           03  rpt-fn-last                pic x(10).
       COPY OPAUTHWS.
       COPY RPTFWS.

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
           move w-cmd-arg(1:12) to w-id
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform load-operator-table
           if w-action = 'LIST'
               perform list-operators
               stop run
           end-if
           if w-action = 'RECERT'
               perform recertify-operators
               stop run
           end-if
           if w-id = spaces
                   or (w-action not = 'ADD'
                   and w-action not = 'GRANT'
                   and w-action not = 'REVOKE'
                   and w-action not = 'DISABLE')
               display 'OPER-MAINT: USAGE: OPER-MAINT LIST | '
                       'ADD <ID> <FUNC>... | GRANT <ID> <FUNC> | '
                       'REVOKE <ID> <FUNC> | DISABLE <ID> | '
                       'RECERT [REPORT] [AS-OF] [DAYS]'
               move 16 to return-code
               stop run
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:12)) to w-function

           move w-operator to ws-auth-user
           move 'OPERMAINT' to ws-auth-function
           move 'OPMAINT' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'OPER-MAINT: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-id(w-sub) = w-id
                   move w-sub to w-hit
               end-if
           end-perform

           evaluate w-action
               when 'ADD'      perform add-operator
               when 'GRANT'    perform grant-function
               when 'REVOKE'   perform revoke-function
               when 'DISABLE'  perform disable-operator
           end-evaluate
           stop run.

      *
      * Access to one's own id is somebody else's decision - a
      * second operator holding OPERMAINT makes it.
      *
       refuse-own-access.
           display 'OPER-MAINT: ' function trim(w-operator)
                   ' MAY NOT CHANGE THEIR OWN ACCESS'
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' ' w-action ' ' w-id
               ' REFUSED OWN ACCESS'
               delimited by size into w-audit-line
           perform append-audit-line
           move 16 to return-code.

       add-operator.
           move spaces to w-new-funcs
           move 'N' to w-overflow
           move 1 to w-ptr
           perform varying w-arg-sub from 3 by 1
                   until w-arg-sub > 8
               display w-arg-sub upon argument-number
               accept w-cmd-arg from argument-value
                   on exception move spaces to w-cmd-arg
               end-accept
               if w-cmd-arg not = spaces
                   move function upper-case(w-cmd-arg(1:12))
                       to w-word
                   if w-ptr > 1
                       string ' ' delimited by size
                           into w-new-funcs with pointer w-ptr
                           on overflow move 'Y' to w-overflow
                       end-string
                   end-if
                   string w-word delimited by space
                       into w-new-funcs with pointer w-ptr
                       on overflow move 'Y' to w-overflow
                   end-string
               end-if
           end-perform
           evaluate true
               when function upper-case(w-id)
                       = function upper-case(w-operator)
                       and ws-opauth-present = 'Y'
                   perform refuse-own-access
               when w-new-funcs = spaces
                   display 'OPER-MAINT: ADD NEEDS AT LEAST ONE '
                           'FUNCTION'
                   move 16 to return-code
               when w-overflow = 'Y'
                   display 'OPER-MAINT: FUNCTION LIST LONGER '
                           'THAN 60 CHARACTERS'
                   move 16 to return-code
               when w-hit > 0 and w-t-status(w-hit) not = 'D'
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' ALREADY ON FILE - USE GRANT'
                   move 8 to return-code
               when w-hit > 0
                   move 'DISABLED' to w-old-value
                   move w-new-funcs to w-t-funcs(w-hit)
                   move space to w-t-status(w-hit)
                   perform rewrite-operator-table
                   perform audit-change
                   display 'OPER-MAINT: REINSTATED '
                           function trim(w-id)
               when w-count >= 50
                   display 'OPER-MAINT: MASTER FULL'
                   move 16 to return-code
               when other
                   add 1 to w-count
                   move w-id to w-t-id(w-count)
                   move w-new-funcs to w-t-funcs(w-count)
                   move space to w-t-status(w-count)
                   move '(NONE)' to w-old-value
                   perform rewrite-operator-table
                   perform audit-change
                   display 'OPER-MAINT: ADDED '
                           function trim(w-id)
           end-evaluate.

       grant-function.
           if w-hit > 0
               perform find-function
           end-if
           evaluate true
               when function upper-case(w-id)
                       = function upper-case(w-operator)
                   perform refuse-own-access
               when w-function = spaces
                   display 'OPER-MAINT: GRANT NEEDS A FUNCTION'
                   move 16 to return-code
               when w-hit = 0
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' NOT FOUND'
                   move 8 to return-code
               when w-t-status(w-hit) = 'D'
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' IS DISABLED - ADD TO REINSTATE'
                   move 8 to return-code
               when w-fn-hit > 0
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' ALREADY HOLDS '
                           function trim(w-function)
                   move 4 to return-code
               when other
                   move w-t-funcs(w-hit) to w-old-value
                   move 'N' to w-overflow
                   move spaces to w-new-funcs
                   string function trim(w-t-funcs(w-hit))
                       ' ' function trim(w-function)
                       delimited by size into w-new-funcs
                       on overflow move 'Y' to w-overflow
                   end-string
                   if w-overflow = 'Y'
                       display 'OPER-MAINT: FUNCTION LIST FULL FOR '
                               function trim(w-id)
                       move 16 to return-code
                   else
                       move w-new-funcs to w-t-funcs(w-hit)
                       perform rewrite-operator-table
                       perform audit-change
                       display 'OPER-MAINT: GRANTED '
                               function trim(w-function) ' TO '
                               function trim(w-id)
                   end-if
           end-evaluate.

      *
      * Taking a function away needs no second pair of eyes, not
      * even from the operator who holds it.
      *
       revoke-function.
           if w-hit > 0
               perform find-function
           end-if
           evaluate true
               when w-function = spaces
                   display 'OPER-MAINT: REVOKE NEEDS A FUNCTION'
                   move 16 to return-code
               when w-hit = 0
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' NOT FOUND'
                   move 8 to return-code
               when w-fn-hit = 0
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' DOES NOT HOLD '
                           function trim(w-function)
                   move 4 to return-code
               when other
                   move w-t-funcs(w-hit) to w-old-value
                   move spaces to w-new-funcs
                   move 1 to w-ptr
                   perform varying w-fn-sub from 1 by 1
                           until w-fn-sub > w-t-fn-count(w-hit)
                       if w-fn-sub not = w-fn-hit
                           if w-ptr > 1
                               string ' ' delimited by size
                                   into w-new-funcs
                                   with pointer w-ptr
                           end-if
                           string w-tf-name(w-hit, w-fn-sub)
                               delimited by space
                               into w-new-funcs with pointer w-ptr
                       end-if
                   end-perform
                   move w-new-funcs to w-t-funcs(w-hit)
                   perform rewrite-operator-table
                   perform audit-change
                   display 'OPER-MAINT: REVOKED '
                           function trim(w-function) ' FROM '
                           function trim(w-id)
           end-evaluate.

       disable-operator.
           evaluate true
               when w-hit = 0
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' NOT FOUND'
                   move 8 to return-code
               when w-t-status(w-hit) = 'D'
                   display 'OPER-MAINT: ' function trim(w-id)
                           ' ALREADY DISABLED'
                   move 4 to return-code
               when other
                   move w-t-funcs(w-hit) to w-old-value
                   move 'D' to w-t-status(w-hit)
                   move 'DISABLED' to w-new-funcs
                   perform rewrite-operator-table
                   perform audit-change
                   display 'OPER-MAINT: DISABLED '
                           function trim(w-id)
           end-evaluate.

       find-function.
           move zero to w-fn-hit
           perform varying w-fn-sub from 1 by 1
                   until w-fn-sub > w-t-fn-count(w-hit)
               if w-tf-name(w-hit, w-fn-sub) = w-function
                   move w-fn-sub to w-fn-hit
               end-if
           end-perform.

       audit-change.
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' ' w-action ' ' w-id ' OLD <'
               function trim(w-old-value) '> NEW <'
               function trim(w-new-funcs) '>'
               delimited by size into w-audit-line
           perform append-audit-line.

       list-operators.
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-status(w-sub) = 'D'
                   display w-t-id(w-sub) ' DISABLED '
                           function trim(w-t-funcs(w-sub))
               else
                   display w-t-id(w-sub) ' ACTIVE   '
                           function trim(w-t-funcs(w-sub))
               end-if
           end-perform
           display 'OPER-MAINT: ' w-count ' OPERATOR(S) ON FILE'.

      *
      * Last use is the last GRANTED attempt - a REFUSED one is
      * an operator trying a door that was never theirs, not use
      * of access they hold. An ALL operator's uses land on ALL.
      *
       recertify-operators.
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
               if w-cmd-arg(1:8) is not numeric
                   display 'OPER-MAINT: AS-OF DATE MUST BE '
                           'YYYYMMDD'
                   move 16 to return-code
                   stop run
               end-if
               move w-cmd-arg(1:8) to w-as-of
           else
               move w-audit-date to w-as-of
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if function test-numval(w-cmd-arg) not = zero
                   display 'OPER-MAINT: IDLE DAYS MUST BE NUMERIC'
                   move 16 to return-code
                   stop run
               end-if
               move function numval(w-cmd-arg) to w-idle-limit
           end-if
           if w-count = zero
               display 'OPER-MAINT: NO OPERATORS ON OPERMAST.CTL'
               move 16 to return-code
               stop run
           end-if

           move 'N' to w-eof
           open input sec-audit-file
           if ws-opauth-aud-status = '00'
               perform until at-eof
                   read sec-audit-file
                       at end move 'Y' to w-eof
                       not at end perform note-one-use
                   end-read
               end-perform
               close sec-audit-file
           else
               display 'OPER-MAINT: NO SECAUDIT.TXT - NO USE '
                       'ON RECORD'
           end-if

           open output report-file
           if w-report-status not = '00'
               display 'OPER-MAINT: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'OPERCERT' to ws-rpt-id
           move 'OPMAINT' to ws-rpt-program
           move w-as-of to ws-rpt-bus-date
           perform start-standard-report
           move w-idle-limit to w-idle-edit
           move spaces to report-line
           string 'OPERATOR ACCESS RECERTIFICATION AS OF ' w-as-of
               ' - NO USE IN ' function trim(w-idle-edit)
               ' DAYS IS FLAGGED'
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           move w-head-1 to report-line
           perform spool-report-line
           move w-head-2 to report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               perform report-one-operator
           end-perform
           move w-flag-count to ws-rpt-ctl-count
           move zero to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'OPER-MAINT RECERTIFICATION: ' w-as-of
           display '  OPERATORS........: ' w-count
           display '  DISABLED.........: ' w-disabled-count
           display '  SECAUDIT LINES...: ' w-sec-count
           display '  FLAGGED FOR REVIEW ' w-flag-count
           display 'OPER-MAINT: REPORT IN '
                   function trim(w-report-name)
           move zero to return-code.

       note-one-use.
           add 1 to w-sec-count
           move spaces to w-s-date w-s-time w-s-program w-s-user
                          w-s-function w-s-result
           unstring sec-audit-text delimited by all spaces
               into w-s-date w-s-time w-s-program w-s-user
                    w-s-function w-s-result
           end-unstring
           if w-s-result = 'GRANTED' and w-s-date is numeric
                   and w-s-date <= w-as-of
               move zero to w-hit
               perform varying w-sub from 1 by 1
                       until w-sub > w-count
                   if w-t-id(w-sub) = w-s-user
                       move w-sub to w-hit
                   end-if
               end-perform
               if w-hit > 0
                   if w-s-date > w-t-last-use(w-hit)
                           or w-t-last-use(w-hit) = spaces
                       move w-s-date to w-t-last-use(w-hit)
                   end-if
                   move w-s-function to w-function
                   perform find-function
                   if w-fn-hit = 0
                       move 'ALL' to w-function
                       perform find-function
                   end-if
                   if w-fn-hit > 0
                       if w-s-date > w-tf-last(w-hit, w-fn-hit)
                           or w-tf-last(w-hit, w-fn-hit) = spaces
                           move w-s-date
                               to w-tf-last(w-hit, w-fn-hit)
                       end-if
                   end-if
               end-if
           end-if.

       report-one-operator.
           move spaces to w-oper-line
           move w-t-id(w-sub) to rpt-id
           if w-t-status(w-sub) = 'D'
               move 'DISABLED' to rpt-status
               add 1 to w-disabled-count
           else
               move 'ACTIVE' to rpt-status
           end-if
           if w-t-last-use(w-sub) = spaces
               move 'NEVER' to rpt-last-use
               if w-t-status(w-sub) not = 'D'
                   move '*** NEVER USED - REVIEW' to rpt-flag
                   add 1 to w-flag-count
               end-if
           else
               move w-t-last-use(w-sub) to rpt-last-use
               move w-t-last-use(w-sub) to w-last-num
               move 'D' to w-dcalc-func
               call 'Y2KDCALC' using w-dcalc-func, w-last-num,
                       w-as-of, w-idle-days, omitted,
                       w-dcalc-status
               if w-dcalc-status = '00'
                   move w-idle-days to w-idle-edit
                   move w-idle-edit to rpt-idle
                   if w-idle-days > w-idle-limit
                           and w-t-status(w-sub) not = 'D'
                       move '*** UNUSED - REVIEW' to rpt-flag
                       add 1 to w-flag-count
                   end-if
               end-if
           end-if
           move w-oper-line to report-line
           perform spool-report-line
           perform varying w-fn-sub from 1 by 1
                   until w-fn-sub > w-t-fn-count(w-sub)
               move spaces to w-func-line
               move w-tf-name(w-sub, w-fn-sub) to rpt-function
               if w-tf-last(w-sub, w-fn-sub) = spaces
                   move 'NEVER' to rpt-fn-last
               else
                   move w-tf-last(w-sub, w-fn-sub) to rpt-fn-last
               end-if
               move w-func-line to report-line
               perform spool-report-line
           end-perform.

       load-operator-table.
           open input oper-master
           if ws-opauth-mast-status = '00'
               perform until at-eof
                   read oper-master
                       at end move 'Y' to w-eof
                       not at end
                           if om-id not = spaces
                                   and w-count < 50
                               add 1 to w-count
                               move om-id to w-t-id(w-count)
                               move function upper-case(om-funcs)
                                   to w-t-funcs(w-count)
                               move om-status
                                   to w-t-status(w-count)
                               move spaces
                                   to w-t-last-use(w-count)
                               perform split-functions
                           end-if
                   end-read
               end-perform
               close oper-master
           end-if
           move 'N' to w-eof.

       split-functions.
           move zero to w-t-fn-count(w-count)
           move 1 to w-ptr
           perform until w-ptr > 60
                   or w-t-fn-count(w-count) >= 15
               move spaces to w-word
               unstring w-t-funcs(w-count)
                   delimited by all spaces
                   into w-word
                   with pointer w-ptr
               end-unstring
               if w-word = spaces
                   move 61 to w-ptr
               else
                   add 1 to w-t-fn-count(w-count)
                   move w-word to w-tf-name(w-count,
                       w-t-fn-count(w-count))
                   move spaces to w-tf-last(w-count,
                       w-t-fn-count(w-count))
               end-if
           end-perform.

       rewrite-operator-table.
           open output oper-master
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move spaces to oper-master-record
               move w-t-id(w-sub) to om-id
               move w-t-funcs(w-sub) to om-funcs
               move w-t-status(w-sub) to om-status
               write oper-master-record
           end-perform
           close oper-master.

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
