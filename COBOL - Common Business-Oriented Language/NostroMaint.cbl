      *
      * Maintenance for the nostro account master CASH-LADDER
      * projects against - NOSTRO.DAT holds one account per
      * currency: the account, the booked balance and the date it
      * was booked as of, and the overdraft line agreed with the
      * correspondent bank. SET opens or re-details a currency's
      * account and line, BALANCE books the balance treasury takes
      * off the bank statement (as of the business date unless a
      * date is given), REMOVE drops a currency. Every change
      * appends an audit line to NOSAUDIT.TXT showing who, when,
      * and the before/after values, the way LIMIT-MAINT audits to
      * LIMAUDIT.TXT.
      *
      * Arguments: 1 action LIST | SET | BALANCE | REMOVE, 2 the
      * currency, 3 the account (SET) or the balance (BALANCE),
      * 4 the overdraft line (SET) or the as-of date YYYYMMDD
      * (BALANCE).
      *
       identification division.
       program-id. NOSTRO-MAINT.

       environment division.
       input-output section.
       file-control.
           select nostro-master
           assign to "NOSTRO.DAT"
           organization is line sequential
           file status is w-nostro-status.
           select audit-file
           assign to "NOSAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY BUSDTSL.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  nostro-master.
       01  nostro-record.
           03  nm-currency                pic x(03).
           03  filler                     pic x.
           03  nm-account                 pic x(20).
           03  filler                     pic x.
           03  nm-balance                 pic x(16).
           03  filler                     pic x.
           03  nm-line                    pic x(16).
           03  filler                     pic x.
           03  nm-bal-date                pic x(08).

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY BUSDTFD.
       COPY OPAUTHFD.

       working-storage section.
       01  w-nostro-status                pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-ccy                          pic x(3) value spaces.
       01  w-arg-3                        pic x(20) value spaces.
       01  w-arg-4                        pic x(16) value spaces.
       01  w-nostro-eof                   pic x value 'N'.
           88  nostro-eof                 value 'Y'.

       01  w-table.
           03  w-entry occurs 50 times.
               05  w-t-ccy                pic x(3).
               05  w-t-account            pic x(20).
               05  w-t-balance            pic x(16).
               05  w-t-line               pic x(16).
               05  w-t-bal-date           pic x(8).
       01  w-count                        pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-old-value                    pic x(40) value spaces.
       01  w-bal-date                     pic x(8) value spaces.
       01  w-amount                       pic s9(11)v99 value zeros.
       01  w-amount-edit                  pic -(11)9.99.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       COPY BUSDTWS.
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
           move function upper-case(w-cmd-arg(1:3)) to w-ccy
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:20) to w-arg-3
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:16) to w-arg-4
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform load-nostro-table
           if w-action = 'LIST'
               perform list-accounts
               stop run
           end-if
           if w-ccy = spaces
                   or (w-action not = 'SET'
                   and w-action not = 'BALANCE'
                   and w-action not = 'REMOVE')
               display 'NOSTRO-MAINT: USAGE: NOSTRO-MAINT LIST | '
                       'SET <CCY> <ACCOUNT> <LINE> | '
                       'BALANCE <CCY> <AMOUNT> [YYYYMMDD] | '
                       'REMOVE <CCY>'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           move 'NOSMAINT' to ws-auth-function
           move 'NOSMAINT' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'NOSTRO-MAINT: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-ccy(w-sub) = w-ccy
                   move w-sub to w-hit
               end-if
           end-perform

           evaluate w-action
               when 'SET'     perform set-account
               when 'BALANCE' perform book-balance
               when 'REMOVE'  perform remove-account
           end-evaluate
           stop run.

      *
      * The line is how far below zero the correspondent lets the
      * account run - zero is a real answer (no overdraft at all),
      * a negative line is not.
      *
       set-account.
           evaluate true
               when w-arg-3 = spaces or w-arg-4 = spaces
                   display 'NOSTRO-MAINT: SET NEEDS <ACCOUNT> '
                           'AND <LINE>'
                   move 16 to return-code
               when function test-numval(w-arg-4) not = zero
                   display 'NOSTRO-MAINT: LINE ' w-arg-4
                           ' IS NOT A NUMBER'
                   move 16 to return-code
               when function numval(w-arg-4) < zero
                   display 'NOSTRO-MAINT: LINE ' w-arg-4
                           ' CANNOT BE NEGATIVE'
                   move 16 to return-code
               when w-hit > 0
                   move spaces to w-old-value
                   string function trim(w-t-account(w-hit)) ' '
                       function trim(w-t-line(w-hit))
                       delimited by size into w-old-value
                   move w-arg-3 to w-t-account(w-hit)
                   move w-arg-4 to w-t-line(w-hit)
                   perform rewrite-nostro
                   perform audit-set
                   display 'NOSTRO-MAINT: REPLACED ' w-ccy
               when w-count >= 50
                   display 'NOSTRO-MAINT: NOSTRO FILE FULL'
                   move 16 to return-code
               when other
                   add 1 to w-count
                   move w-ccy to w-t-ccy(w-count)
                   move w-arg-3 to w-t-account(w-count)
                   move w-arg-4 to w-t-line(w-count)
                   move '0' to w-t-balance(w-count)
                   move spaces to w-t-bal-date(w-count)
                   move '(NONE)' to w-old-value
                   perform rewrite-nostro
                   perform audit-set
                   display 'NOSTRO-MAINT: SET ' w-ccy
           end-evaluate.

       audit-set.
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' SET ' w-ccy ' OLD <'
               function trim(w-old-value) '> NEW <'
               function trim(w-arg-3) ' '
               function trim(w-arg-4) '>'
               delimited by size into w-audit-line
           perform append-audit-line.

      *
      * The booked balance off the bank statement - the figure
      * the projection starts from, so it carries the date it
      * was true on.
      *
       book-balance.
           move w-arg-4(1:8) to w-bal-date
           if w-bal-date = spaces
               perform get-business-date
               move ws-bus-date to w-bal-date
           end-if
           evaluate true
               when w-hit = 0
                   display 'NOSTRO-MAINT: NO ACCOUNT FOR ' w-ccy
                           ' - SET IT FIRST'
                   move 8 to return-code
               when w-arg-3 = spaces
                   display 'NOSTRO-MAINT: BALANCE NEEDS AN AMOUNT'
                   move 16 to return-code
               when function test-numval(w-arg-3) not = zero
                   display 'NOSTRO-MAINT: AMOUNT ' w-arg-3
                           ' IS NOT A NUMBER'
                   move 16 to return-code
               when w-bal-date is not numeric
                   display 'NOSTRO-MAINT: BAD DATE ' w-bal-date
                   move 16 to return-code
               when other
                   move spaces to w-old-value
                   string function trim(w-t-balance(w-hit))
                       ' AS OF ' w-t-bal-date(w-hit)
                       delimited by size into w-old-value
                   move w-arg-3 to w-t-balance(w-hit)
                   move w-bal-date to w-t-bal-date(w-hit)
                   perform rewrite-nostro
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' BALANCE ' w-ccy ' OLD <'
                       function trim(w-old-value) '> NEW <'
                       function trim(w-arg-3) ' AS OF '
                       w-bal-date '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'NOSTRO-MAINT: BOOKED ' w-ccy
                           ' AS OF ' w-bal-date
           end-evaluate.

       remove-account.
           evaluate true
               when w-hit = 0
                   display 'NOSTRO-MAINT: ' w-ccy ' NOT FOUND'
                   move 8 to return-code
               when other
                   move spaces to w-old-value
                   string function trim(w-t-account(w-hit)) ' '
                       function trim(w-t-line(w-hit))
                       delimited by size into w-old-value
                   perform varying w-sub from w-hit by 1
                           until w-sub >= w-count
                       move w-entry(w-sub + 1) to w-entry(w-sub)
                   end-perform
                   subtract 1 from w-count
                   perform rewrite-nostro
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' REMOVE ' w-ccy ' OLD <'
                       function trim(w-old-value) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'NOSTRO-MAINT: REMOVED ' w-ccy
           end-evaluate.

       list-accounts.
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               compute w-amount =
                   function numval(w-t-balance(w-sub))
               move w-amount to w-amount-edit
               display w-t-ccy(w-sub) ' ' w-t-account(w-sub)
                       ' BALANCE ' w-amount-edit
                       ' AS OF ' w-t-bal-date(w-sub)
                       ' LINE ' w-t-line(w-sub)
           end-perform
           display 'NOSTRO-MAINT: ' w-count ' ACCOUNT(S) ON FILE'.

       load-nostro-table.
           open input nostro-master
           if w-nostro-status = '00'
               perform until nostro-eof
                   read nostro-master
                       at end move 'Y' to w-nostro-eof
                       not at end
                           if nm-currency not = spaces
                                   and w-count < 50
                               add 1 to w-count
                               move nm-currency
                                   to w-t-ccy(w-count)
                               move nm-account
                                   to w-t-account(w-count)
                               move nm-balance
                                   to w-t-balance(w-count)
                               move nm-line
                                   to w-t-line(w-count)
                               move nm-bal-date
                                   to w-t-bal-date(w-count)
                           end-if
                   end-read
               end-perform
               close nostro-master
           end-if.

       rewrite-nostro.
           open output nostro-master
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move spaces to nostro-record
               move w-t-ccy(w-sub) to nm-currency
               move w-t-account(w-sub) to nm-account
               move w-t-balance(w-sub) to nm-balance
               move w-t-line(w-sub) to nm-line
               move w-t-bal-date(w-sub) to nm-bal-date
               write nostro-record
           end-perform
           close nostro-master.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY BUSDTPA.
       COPY OPAUTHPA.
