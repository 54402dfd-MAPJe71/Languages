      *
      * Maintenance for the branch master the y2ksmpl load
      * validates against - add a branch, rename one, move it to
      * another region, or close one, with an audit line per
      * change showing who, when, and the before/after values.
      * ADD and REGION take only a region on the region master
      * (REGION.CTL, kept by REGION-MAINT). Closing a branch
      * stops it accepting new trades (the load rejects them)
      * without touching the history already under that code.
      * APPLY takes a proposal file of CLOSE lines (the
      * BRANCH-DORMANT proposals, once reviewed) and closes every
      * branch it names in one pass, one audit line per close; a
      * line not starting CLOSE - a held proposal is commented
      * out with an asterisk - is passed by.
      *
      * Arguments: 1 action ADD | RENAME | REGION | CLOSE | APPLY,
      * 2 branch code (the proposal file for APPLY), 3 name
      * (ADD/RENAME) or the new region (REGION), 4 region (ADD).
      * The master is the same BRANCH.DAT line-sequential control
      * file the load reads; the audit trail appends to
      * BRAUDIT.TXT.
      *
       identification division.
       program-id. BRANCH-MAINT.
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select region-master
           assign to "REGION.CTL"
           organization is line sequential
           file status is w-region-status.
           select proposal-file
           assign to dynamic w-proposal-name
           organization is line sequential
           file status is w-proposal-status.
           select audit-file
           assign to "BRAUDIT.TXT"
           organization is line sequential
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  region-master.
       01  region-record.
           03  rg-code                    pic x(08).
           03  filler                     pic x(56).

       fd  proposal-file.
       01  proposal-record.
           03  pr-action                  pic x(06).
           03  pr-code                    pic x(04).
           03  filler                     pic x(70).

       fd  audit-file.
       01  audit-record.
           03  audit-text                 pic x(120).
           03  filler                     pic x.
           03  audit-chain                pic x(18).
       COPY OPAUTHFD.

       working-storage section.
       COPY OPAUTHWS.
       01  w-branch-status                pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-proposal-status              pic x(2) value spaces.
       01  w-region-status                pic x(2) value spaces.
       01  w-region-eof                   pic x value 'N'.
           88  region-eof                 value 'Y'.
       01  w-region-known                 pic x value 'N'.
       01  w-old-region                   pic x(8) value spaces.
       01  w-proposal-name                pic x(40) value spaces.
       01  w-proposal-eof                 pic x value 'N'.
           88  proposal-eof               value 'Y'.
       01  w-applied                      pic 9(4) value zeros.
       01  w-passed                       pic 9(4) value zeros.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-code                         pic x(4) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       01  w-audit-eof                    pic x value 'N'.
       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 120.

       procedure division.
       main-para.
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-code
           move w-cmd-arg to w-proposal-name
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-region
           if w-action = 'REGION'
               move function upper-case(w-name) to w-region
           end-if
      *    the submitting operator's id, for the audit line
           accept w-operator from environment 'LOGNAME'
               on exception continue
           if w-code = spaces
                   or (w-action not = 'ADD'
                   and w-action not = 'RENAME'
                   and w-action not = 'REGION'
                   and w-action not = 'CLOSE'
                   and w-action not = 'APPLY')
               display 'BRANCH-MAINT: USAGE: BRANCH-MAINT '
                       'ADD|RENAME|REGION|CLOSE <CODE> [NAME|REGION] '
                       '[REGION] | '
                       'APPLY <PROPOSAL-FILE>'
               move 16 to return-code
               stop run
           end-if
           evaluate w-action
               when 'ADD'    perform add-branch
               when 'RENAME' perform rename-branch
               when 'REGION' perform move-branch-region
               when 'CLOSE'  perform close-branch
               when 'APPLY'  perform apply-proposals
           end-evaluate
           stop run.

       add-branch.
           perform check-region-known
           evaluate true
               when w-hit > 0
                   display 'BRANCH-MAINT: ' w-code
               when w-name = spaces
                   display 'BRANCH-MAINT: ADD NEEDS A NAME'
                   move 16 to return-code
               when w-region-known not = 'Y'
                   display 'BRANCH-MAINT: REGION '
                           function trim(w-region)
                           ' NOT ON REGION.CTL'
                   move 16 to return-code
               when w-count >= 100
                   display 'BRANCH-MAINT: MASTER FULL'
                   move 16 to return-code
                   display 'BRANCH-MAINT: RENAMED ' w-code
           end-evaluate.

      *
      * The way a branch filed under a mistyped region is put back
      * where it belongs.
      *
       move-branch-region.
           perform check-region-known
           evaluate true
               when w-hit = 0
                   display 'BRANCH-MAINT: ' w-code ' NOT FOUND'
                   move 8 to return-code
               when w-region-known not = 'Y'
                   display 'BRANCH-MAINT: REGION '
                           function trim(w-region)
                           ' NOT ON REGION.CTL'
                   move 16 to return-code
               when other
                   move w-t-region(w-hit) to w-old-region
                   move w-region to w-t-region(w-hit)
                   perform rewrite-master
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' REGION ' w-code ' OLD <'
                       function trim(w-old-region) '> NEW <'
                       function trim(w-region) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'BRANCH-MAINT: ' w-code ' MOVED TO '
                           function trim(w-region)
           end-evaluate.

      *
      * A region is taken only off the region master - without
      * REGION.CTL nothing is known and nothing is taken.
      *
       check-region-known.
           move 'N' to w-region-known
           move 'N' to w-region-eof
           open input region-master
           if w-region-status = '00'
               perform until region-eof
                   read region-master
                       at end move 'Y' to w-region-eof
                       not at end
                           if rg-code = w-region
                                   and w-region not = spaces
                               move 'Y' to w-region-known
                           end-if
                   end-read
               end-perform
               close region-master
           end-if.

       close-branch.
           evaluate true
               when w-hit = 0
                   display 'BRANCH-MAINT: CLOSED ' w-code
           end-evaluate.

      *
      * Each proposal is a CLOSE run on its own - the same checks
      * and the same audit line - with the master written once at
      * the end. A branch already closed or not on the master is
      * reported and passed by; the rest of the file still goes.
      *
       apply-proposals.
           open input proposal-file
           if w-proposal-status not = '00'
               display 'BRANCH-MAINT: CANNOT OPEN '
                       function trim(w-proposal-name)
               move 16 to return-code
           else
               perform until proposal-eof
                   read proposal-file
                       at end move 'Y' to w-proposal-eof
                       not at end perform apply-one-proposal
                   end-read
               end-perform
               close proposal-file
               if w-applied > zero
                   perform rewrite-master
               end-if
               display 'BRANCH-MAINT: ' w-applied ' CLOSED, '
                       w-passed ' PASSED BY FROM '
                       function trim(w-proposal-name)
           end-if.

       apply-one-proposal.
           move 0 to w-hit
           if pr-action = 'CLOSE '
               move function upper-case(pr-code) to w-code
               perform varying w-sub from 1 by 1
                       until w-sub > w-count
                   if w-t-code(w-sub) = w-code
                       move w-sub to w-hit
                   end-if
               end-perform
           end-if
           evaluate true
               when pr-action not = 'CLOSE '
                   add 1 to w-passed
               when w-hit = 0
                   display 'BRANCH-MAINT: ' w-code ' NOT FOUND'
                   add 1 to w-passed
                   move 8 to return-code
               when w-t-status(w-hit) = 'C'
                   display 'BRANCH-MAINT: ' w-code
                           ' ALREADY CLOSED'
                   add 1 to w-passed
               when other
                   move w-t-status(w-hit) to w-old-status
                   move 'C' to w-t-status(w-hit)
                   add 1 to w-applied
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' CLOSE ' w-code ' OLD <'
                       w-old-status '> NEW <C> APPLY '
                       function trim(w-proposal-name)
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'BRANCH-MAINT: CLOSED ' w-code
           end-evaluate.

       load-master-table.
           open input branch-master
           if w-branch-status = '00'
           end-perform
           close branch-master.

      *
      * Each line carries its hash chained to the line before it -
      * the last line's is read off the file at every append.
      *
       append-audit-line.
           move spaces to w-chain-prev
           move 'N' to w-audit-eof
           open input audit-file
           if w-audit-status = '00'
               perform until w-audit-eof = 'Y'
                   read audit-file
                       at end move 'Y' to w-audit-eof
                       not at end move audit-chain to w-chain-prev
                   end-read
               end-perform
               close audit-file
           end-if
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move spaces to audit-record
           move w-audit-line to audit-text
           move w-audit-line to w-chain-text
           call 'AUDCHAIN' using w-chain-prev, w-chain-text,
               w-chain-len, audit-chain
           end-call
           write audit-record
           close audit-file.

