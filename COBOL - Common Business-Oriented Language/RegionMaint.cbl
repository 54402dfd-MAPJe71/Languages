      *
      * Maintenance for the region master - REGION.CTL holds one
      * line per region: the eight-character code BRANCH.DAT
      * carries in br-region, the region's name, its regional
      * head, and the currency the region reports in. BRANCH-MAINT
      * refuses a region not on the master and REGION-RPT heads
      * each region section with its name and head, so a mistyped
      * code can no longer start a region of its own. A region
      * still carried by any branch on BRANCH.DAT cannot be
      * removed - move the branches first (BRANCH-MAINT REGION).
      * Every change appends an audit line to REGAUDIT.TXT showing
      * who, when, and the before/after values, the way
      * FEEDSRC-MAINT audits to FEEDSRCAUD.TXT.
      *
      * Arguments: 1 action LIST | SET | REMOVE, 2 the region
      * code, 3 the region name (SET), 4 the regional head (SET),
      * 5 the reporting currency (SET, default USD).
      *
       identification division.
       program-id. REGION-MAINT.

       environment division.
       input-output section.
       file-control.
           select region-master
           assign to "REGION.CTL"
           organization is line sequential
           file status is w-region-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select audit-file
           assign to "REGAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  region-master.
       01  region-record.
           03  rg-code                    pic x(08).
           03  filler                     pic x.
           03  rg-name                    pic x(30).
           03  filler                     pic x.
           03  rg-head                    pic x(20).
           03  filler                     pic x.
           03  rg-currency                pic x(03).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY OPAUTHFD.

       working-storage section.
       01  w-region-status                pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-region                       pic x(8) value spaces.
       01  w-name                         pic x(30) value spaces.
       01  w-head                         pic x(20) value spaces.
       01  w-currency                     pic x(3) value spaces.
       01  w-region-eof                   pic x value 'N'.
           88  region-eof                 value 'Y'.
       01  w-branch-eof                   pic x value 'N'.
           88  branch-eof                 value 'Y'.

       01  w-table.
           03  w-entry occurs 50 times.
               05  w-t-code               pic x(8).
               05  w-t-name               pic x(30).
               05  w-t-head               pic x(20).
               05  w-t-currency           pic x(3).
       01  w-count                        pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-member-count                 pic 9(3) value zeros.
       01  w-old-value                    pic x(60) value spaces.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
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
           move function upper-case(w-cmd-arg(1:8)) to w-region
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:30) to w-name
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:20) to w-head
           display 5 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:3)) to w-currency
           if w-currency = spaces
               move 'USD' to w-currency
           end-if
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform load-region-table
           if w-action = 'LIST'
               perform list-regions
               stop run
           end-if
           if w-region = spaces
                   or (w-action not = 'SET'
                   and w-action not = 'REMOVE')
               display 'REGION-MAINT: USAGE: REGION-MAINT LIST | '
                       'SET <REGION> <NAME> <HEAD> [CCY] | '
                       'REMOVE <REGION>'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           move 'REGMAINT' to ws-auth-function
           move 'REGMAINT' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'REGION-MAINT: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-code(w-sub) = w-region
                   move w-sub to w-hit
               end-if
           end-perform

           evaluate w-action
               when 'SET'     perform set-region
               when 'REMOVE'  perform remove-region
           end-evaluate
           stop run.

       set-region.
           evaluate true
               when w-name = spaces or w-head = spaces
                   display 'REGION-MAINT: SET NEEDS A NAME AND '
                           'A REGIONAL HEAD'
                   move 16 to return-code
               when w-currency is not alphabetic
                   display 'REGION-MAINT: BAD CURRENCY '
                           w-currency
                   move 16 to return-code
               when w-hit > 0
                   move spaces to w-old-value
                   string function trim(w-t-name(w-hit)) ' / '
                       function trim(w-t-head(w-hit)) ' / '
                       w-t-currency(w-hit)
                       delimited by size into w-old-value
                   move w-name to w-t-name(w-hit)
                   move w-head to w-t-head(w-hit)
                   move w-currency to w-t-currency(w-hit)
                   perform rewrite-region-table
                   perform audit-set
                   display 'REGION-MAINT: REPLACED '
                           function trim(w-region)
               when w-count >= 50
                   display 'REGION-MAINT: MASTER FULL'
                   move 16 to return-code
               when other
                   add 1 to w-count
                   move w-region to w-t-code(w-count)
                   move w-name to w-t-name(w-count)
                   move w-head to w-t-head(w-count)
                   move w-currency to w-t-currency(w-count)
                   move '(NONE)' to w-old-value
                   perform rewrite-region-table
                   perform audit-set
                   display 'REGION-MAINT: SET '
                           function trim(w-region)
           end-evaluate.

       audit-set.
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' SET ' w-region ' OLD <'
               function trim(w-old-value) '> NEW <'
               function trim(w-name) ' / '
               function trim(w-head) ' / '
               w-currency '>'
               delimited by size into w-audit-line
           perform append-audit-line.

      *
      * A region with branches in it stays - removing it would
      * leave those branches failing every BRANCH-MAINT check.
      *
       remove-region.
           if w-hit > 0
               perform count-member-branches
           end-if
           evaluate true
               when w-hit = 0
                   display 'REGION-MAINT: '
                           function trim(w-region) ' NOT FOUND'
                   move 8 to return-code
               when w-member-count > 0
                   display 'REGION-MAINT: '
                           function trim(w-region) ' STILL HAS '
                           w-member-count ' BRANCH(ES) - NOT REMOVED'
                   move 8 to return-code
               when other
                   move spaces to w-old-value
                   string function trim(w-t-name(w-hit)) ' / '
                       function trim(w-t-head(w-hit)) ' / '
                       w-t-currency(w-hit)
                       delimited by size into w-old-value
                   perform varying w-sub from w-hit by 1
                           until w-sub >= w-count
                       move w-entry(w-sub + 1) to w-entry(w-sub)
                   end-perform
                   subtract 1 from w-count
                   perform rewrite-region-table
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' REMOVE ' w-region ' OLD <'
                       function trim(w-old-value) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'REGION-MAINT: REMOVED '
                           function trim(w-region)
           end-evaluate.

       count-member-branches.
           move zero to w-member-count
           open input branch-master
           if w-branch-status = '00'
               perform until branch-eof
                   read branch-master
                       at end move 'Y' to w-branch-eof
                       not at end
                           if br-code not = spaces
                                   and br-region = w-region
                               add 1 to w-member-count
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if.

       list-regions.
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               display w-t-code(w-sub) ' ' w-t-name(w-sub)
                       ' HEAD ' w-t-head(w-sub)
                       ' CCY ' w-t-currency(w-sub)
           end-perform
           display 'REGION-MAINT: ' w-count ' REGION(S) ON FILE'.

       load-region-table.
           open input region-master
           if w-region-status = '00'
               perform until region-eof
                   read region-master
                       at end move 'Y' to w-region-eof
                       not at end
                           if rg-code not = spaces
                                   and w-count < 50
                               add 1 to w-count
                               move rg-code
                                   to w-t-code(w-count)
                               move rg-name
                                   to w-t-name(w-count)
                               move rg-head
                                   to w-t-head(w-count)
                               move rg-currency
                                   to w-t-currency(w-count)
                           end-if
                   end-read
               end-perform
               close region-master
           end-if.

       rewrite-region-table.
           open output region-master
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move spaces to region-record
               move w-t-code(w-sub) to rg-code
               move w-t-name(w-sub) to rg-name
               move w-t-head(w-sub) to rg-head
               move w-t-currency(w-sub) to rg-currency
               write region-record
           end-perform
           close region-master.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY OPAUTHPA.
