      *
      * Migration wave tracker - OSVS-SCAN, OSVS-FIX, PGM-CATALOG,
      * FILE-COMPARE, and SRC-LIB each know part of where a member
      * stands in its migration, and the wave plan lived in a
      * spreadsheet, so the Monday steering status took half a day
      * to put together by hand. WAVEMAST.DAT is one line per
      * member: its wave, the blocking and deprecated OSVS findings
      * outstanding, the fixes OSVS-FIX has applied, the compile
      * result, the output-compare sign-off, and the SRC-LIB
      * version promoted. Each action loads one tool's output into
      * it; REPORT gives every member's stage and what is holding
      * it there.
      *
      *   PLAN <plan>            member and wave per line ('*'
      *                          lines are comments) - the
      *                          spreadsheet, retired
      *   SCAN [manifest] [worklist]
      *                          an OSVS-SCAN run (defaults
      *                          CATALOG.LST, OSVSWORK.TXT): every
      *                          member of the manifest has its
      *                          findings counted afresh
      *   CATALOG [report]       a PGM-CATALOG run (PGMCAT.TXT) -
      *                          PROGRAM-ID and vendor extension
      *   FIX <member> [report]  an OSVS-FIX run (OSVSFIX.TXT) -
      *                          changes add to the fixes applied,
      *                          and a member changed must compile
      *                          and compare again
      *   COMPILE <member> <rc>  the compile step's return code;
      *                          4 or under is a clean compile
      *   COMPARE <member> [report]
      *                          a FILE-COMPARE run (COMPARE.TXT) -
      *                          nothing mismatched, length-odd,
      *                          added, or deleted signs the
      *                          member's output off, to the
      *                          operator who loads it
      *   PROMOTE                the SRCLIB.IDX promotions of every
      *                          member tracked
      *   REPORT [wave|ALL] [report]
      *                          the wave status (WAVERPT.TXT)
      *
      * A member's stage is the first gate it has not passed -
      * SCAN, REMEDIATE (blocking findings or a vendor
      * extension), COMPILE, VERIFY, PROMOTE (to PROD) - or DONE.
      *
      * Arguments: 1 the action, then as above. The operator
      * comes from the environment, the way the maintenance tools
      * take it.
      *
       identification division.
       program-id. WAVE-TRACK.

       environment division.
       input-output section.
       file-control.
           select wave-file
           assign to "WAVEMAST.DAT"
           organization is line sequential
           file status is ws-wave-status.
           select in-file
           assign to dynamic ws-in-name
           organization is line sequential
           file status is ws-in-status.
           select manifest-file
           assign to dynamic ws-manifest-name
           organization is line sequential
           file status is ws-manifest-status.
           select report-file
           assign to dynamic ws-report-name
           organization is line sequential
           file status is ws-report-status.

       data division.
       file section.
       fd  wave-file.
       01  wave-record.
           03  wm-member            pic x(40).
           03  filler               pic x.
           03  wm-wave              pic x(4).
           03  filler               pic x.
           03  wm-scan-date         pic x(8).
           03  filler               pic x.
           03  wm-blockers          pic 9(4).
           03  filler               pic x.
           03  wm-deprecated        pic 9(4).
           03  filler               pic x.
           03  wm-fix-date          pic x(8).
           03  filler               pic x.
           03  wm-fixes             pic 9(4).
           03  filler               pic x.
           03  wm-refused           pic 9(4).
           03  filler               pic x.
           03  wm-pgm-id            pic x(30).
           03  filler               pic x.
           03  wm-vendor            pic x(8).
           03  filler               pic x.
           03  wm-compile           pic x(4).
           03  filler               pic x.
           03  wm-compile-rc        pic 9(3).
           03  filler               pic x.
           03  wm-compile-date      pic x(8).
           03  filler               pic x.
           03  wm-compare           pic x(4).
           03  filler               pic x.
           03  wm-compare-diffs     pic 9(6).
           03  filler               pic x.
           03  wm-compare-date      pic x(8).
           03  filler               pic x.
           03  wm-compare-by        pic x(12).
           03  filler               pic x.
           03  wm-version           pic 9(4).
           03  filler               pic x.
           03  wm-level             pic x(4).
       fd  in-file.
       01  in-record                pic x(200).
      *    an OSVS-SCAN worklist line
       01  osvs-record.
           03  os-member            pic x(24).
           03  filler               pic x.
           03  os-line              pic 9(6).
           03  filler               pic x.
           03  os-construct         pic x(20).
           03  filler               pic x.
           03  os-severity          pic x.
      *    a PGM-CATALOG report line
       01  pgmcat-record.
           03  pc-member            pic x(24).
           03  filler               pic x.
           03  pc-pgm-id            pic x(30).
           03  filler               pic x.
           03  pc-format            pic x(5).
           03  filler               pic x.
           03  pc-ext               pic x(8).
      *    a SRCLIB.IDX line
       01  idx-record.
           03  ix-member            pic x(40).
           03  filler               pic x.
           03  ix-version           pic 9(4).
           03  filler               pic x(93).
           03  ix-kind              pic x.
               88  ix-is-promotion  value 'P'.
           03  filler               pic x.
           03  ix-level             pic x(4).
       fd  manifest-file.
       01  manifest-line            pic x(80).
       fd  report-file.
       01  report-line              pic x(132).

       working-storage section.
       01 ws-wave-status            pic x(2) value spaces.
       01 ws-in-name                pic x(80) value spaces.
       01 ws-in-status              pic x(2) value spaces.
       01 ws-manifest-name          pic x(80) value 'CATALOG.LST'.
       01 ws-manifest-status        pic x(2) value spaces.
       01 ws-report-name            pic x(80) value 'WAVERPT.TXT'.
       01 ws-report-status          pic x(2) value spaces.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 ws-action                 pic x(8) value spaces.
       01 ws-arg-2                  pic x(80) value spaces.
       01 ws-arg-3                  pic x(80) value spaces.
       01 ws-operator               pic x(12) value spaces.
       01 ws-today                  pic x(8) value spaces.
       01 ws-in-eof                 pic x value 'N'.
           88 in-eof                value 'Y'.
       01 ws-manifest-eof           pic x value 'N'.
           88 manifest-eof          value 'Y'.

      *
      * The master, held whole in member order while an action
      * works on it and written back entire at the end.
      *
       01 ws-wave-table.
           03 ws-wt-entry occurs 500 times.
               05 ws-wt-member      pic x(40).
               05 filler            pic x.
               05 ws-wt-wave        pic x(4).
               05 filler            pic x.
               05 ws-wt-scan-date   pic x(8).
               05 filler            pic x.
               05 ws-wt-blockers    pic 9(4).
               05 filler            pic x.
               05 ws-wt-deprecated  pic 9(4).
               05 filler            pic x.
               05 ws-wt-fix-date    pic x(8).
               05 filler            pic x.
               05 ws-wt-fixes       pic 9(4).
               05 filler            pic x.
               05 ws-wt-refused     pic 9(4).
               05 filler            pic x.
               05 ws-wt-pgm-id      pic x(30).
               05 filler            pic x.
               05 ws-wt-vendor      pic x(8).
               05 filler            pic x.
               05 ws-wt-compile     pic x(4).
               05 filler            pic x.
               05 ws-wt-compile-rc  pic 9(3).
               05 filler            pic x.
               05 ws-wt-compile-date pic x(8).
               05 filler            pic x.
               05 ws-wt-compare     pic x(4).
               05 filler            pic x.
               05 ws-wt-compare-diffs pic 9(6).
               05 filler            pic x.
               05 ws-wt-compare-date pic x(8).
               05 filler            pic x.
               05 ws-wt-compare-by  pic x(12).
               05 filler            pic x.
               05 ws-wt-version     pic 9(4).
               05 filler            pic x.
               05 ws-wt-level       pic x(4).
       01 ws-wt-count               pic 9(3) value zeros.
       01 ws-wt-sub                 pic 9(3) value zeros.
       01 ws-wt-hit                 pic 9(3) value zeros.
       01 ws-wt-move                pic 9(3) value zeros.
       01 ws-member                 pic x(40) value spaces.
       01 ws-added-count            pic 9(4) value zeros.
       01 ws-updated-count          pic 9(4) value zeros.
       01 ws-lines-read             pic 9(6) value zeros.

       01 ws-word-1                 pic x(40) value spaces.
       01 ws-word-2                 pic x(40) value spaces.
       01 ws-word-3                 pic x(40) value spaces.
       01 ws-word-4                 pic x(40) value spaces.
       01 ws-word-5                 pic x(40) value spaces.
       01 ws-word-6                 pic x(40) value spaces.
       01 ws-word-7                 pic x(40) value spaces.
       01 ws-word-8                 pic x(40) value spaces.
       01 ws-change-count           pic 9(4) value zeros.
       01 ws-refuse-count           pic 9(4) value zeros.
       01 ws-diff-count             pic 9(6) value zeros.
       01 ws-summary-seen           pic x value 'N'.
       01 ws-step-rc                pic 9(3) value zeros.
       01 ws-rc-text                pic x(3) justified right.

      *
      * PROMOTE - the last TEST and PROD promotion of each tracked
      * member, in SRCLIB.IDX order.
      *
       01 ws-pr-table.
           03 ws-pr-entry occurs 500 times.
               05 ws-pr-test        pic 9(4).
               05 ws-pr-prod        pic 9(4).

      *
      * REPORT - the waves in order, with each one's tally of
      * members by stage.
      *
       01 ws-wave-filter            pic x(4) value spaces.
       01 ws-wv-table.
           03 ws-wv-entry occurs 60 times.
               05 ws-wv-wave        pic x(4).
               05 ws-wv-members     pic 9(4).
               05 ws-wv-stage-count pic 9(4) occurs 6 times.
       01 ws-wv-count               pic 9(2) value zeros.
       01 ws-wv-sub                 pic 9(2) value zeros.
       01 ws-wv-hit                 pic 9(2) value zeros.
       01 ws-wv-move                pic 9(2) value zeros.
       01 ws-stage-sub              pic 9 value zero.
       01 ws-stage-names            pic x(54) value
           'SCAN     REMEDIATECOMPILE  VERIFY   PROMOTE  DONE     '.
       01 ws-stage-table redefines ws-stage-names.
           03 ws-stage-name         pic x(9) occurs 6 times.
       01 ws-total-members          pic 9(4) value zeros.
       01 ws-total-stage            pic 9(4) occurs 6 times.
       01 ws-blocked-count          pic 9(4) value zeros.
       01 ws-blocking               pic x(60) value spaces.
       01 ws-edit-4                 pic z(3)9.
       01 ws-edit-6                 pic z(5)9.

       01 ws-status-line.
           03 rpt-st-member         pic x(24).
           03 filler                pic x value space.
           03 rpt-st-wave           pic x(4).
           03 filler                pic x value space.
           03 rpt-st-stage          pic x(9).
           03 filler                pic x value space.
           03 rpt-st-blockers       pic zzz9.
           03 filler                pic x value space.
           03 rpt-st-deprecated     pic zzz9.
           03 filler                pic x value space.
           03 rpt-st-fixes          pic zzz9.
           03 filler                pic x value space.
           03 rpt-st-compile        pic x(4).
           03 filler                pic x value space.
           03 rpt-st-compare        pic x(4).
           03 filler                pic x value space.
           03 rpt-st-promoted       pic x(10).
           03 filler                pic x value space.
           03 rpt-st-blocking       pic x(56).

       01 ws-tally-line.
           03 filler                pic x(5) value 'WAVE '.
           03 rpt-tl-wave           pic x(4).
           03 filler                pic x(9) value ' MEMBERS '.
           03 rpt-tl-members        pic zzz9.
           03 rpt-tl-stage occurs 6 times.
               05 filler            pic x.
               05 rpt-tl-name       pic x(9).
               05 rpt-tl-count      pic zzz9.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:8)) to ws-action
           display 2 upon argument-number
           accept ws-arg-2 from argument-value
               on exception move spaces to ws-arg-2
           end-accept
           display 3 upon argument-number
           accept ws-arg-3 from argument-value
               on exception move spaces to ws-arg-3
           end-accept
           accept ws-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if ws-operator = spaces
               move 'OPERATOR' to ws-operator
           end-if
           accept ws-today from date yyyymmdd

           perform load-wave-master
           evaluate ws-action
               when 'PLAN'
                   perform load-wave-plan
               when 'SCAN'
                   perform load-osvs-scan
               when 'CATALOG'
                   perform load-pgm-catalog
               when 'FIX'
                   perform load-osvs-fix
               when 'COMPILE'
                   perform load-compile-result
               when 'COMPARE'
                   perform load-compare-result
               when 'PROMOTE'
                   perform load-promotions
               when 'REPORT'
                   perform wave-status-report
               when other
                   display 'WAVE-TRACK: ACTION MUST BE PLAN, SCAN, '
                           'CATALOG, FIX, COMPILE, COMPARE, PROMOTE '
                           'OR REPORT'
                   move 16 to return-code
                   stop run
           end-evaluate
           if ws-action not = 'REPORT'
               perform save-wave-master
               display 'WAVE-TRACK ' function trim(ws-action)
                       ' SUMMARY:'
               display '  LINES READ.......: ' ws-lines-read
               display '  MEMBERS ADDED....: ' ws-added-count
               display '  MEMBERS UPDATED..: ' ws-updated-count
               display '  MEMBERS TRACKED..: ' ws-wt-count
           end-if
           move zero to return-code
           stop run.

      *
      * No WAVEMAST.DAT yet is an empty master - the first PLAN or
      * SCAN starts it.
      *
       load-wave-master.
           move zeros to ws-wt-count
           open input wave-file
           if ws-wave-status = '00'
               move 'N' to ws-in-eof
               perform until in-eof
                   read wave-file
                       at end move 'Y' to ws-in-eof
                       not at end
                           if ws-wt-count < 500
                               add 1 to ws-wt-count
                               move wave-record
                                   to ws-wt-entry(ws-wt-count)
                           end-if
                   end-read
               end-perform
               close wave-file
           end-if.

       save-wave-master.
           open output wave-file
           if ws-wave-status not = '00'
               display 'WAVE-TRACK: CANNOT WRITE WAVEMAST.DAT - STATUS '
                       ws-wave-status
               move 16 to return-code
               stop run
           end-if
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
               move ws-wt-entry(ws-wt-sub) to wave-record
               write wave-record
           end-perform
           close wave-file.

      *
      * ws-member found, or slotted in at its place in member
      * order with nothing yet known of it - ws-wt-hit either way,
      * zero only when the master is full.
      *
       find-or-add-member.
           perform find-member
           if ws-wt-hit = zeros
               if ws-wt-count < 500
                   move 1 to ws-wt-hit
                   perform varying ws-wt-sub from 1 by 1
                           until ws-wt-sub > ws-wt-count
                       if ws-wt-member(ws-wt-sub) < ws-member
                           compute ws-wt-hit = ws-wt-sub + 1
                       end-if
                   end-perform
                   perform varying ws-wt-move from ws-wt-count by -1
                           until ws-wt-move < ws-wt-hit
                       move ws-wt-entry(ws-wt-move)
                           to ws-wt-entry(ws-wt-move + 1)
                   end-perform
                   add 1 to ws-wt-count ws-added-count
                   move spaces to ws-wt-entry(ws-wt-hit)
                   move ws-member to ws-wt-member(ws-wt-hit)
                   move zeros to ws-wt-blockers(ws-wt-hit)
                                 ws-wt-deprecated(ws-wt-hit)
                                 ws-wt-fixes(ws-wt-hit)
                                 ws-wt-refused(ws-wt-hit)
                                 ws-wt-compile-rc(ws-wt-hit)
                                 ws-wt-compare-diffs(ws-wt-hit)
                                 ws-wt-version(ws-wt-hit)
               else
                   display 'WAVE-TRACK: MORE THAN 500 MEMBERS - '
                           function trim(ws-member) ' NOT TRACKED'
               end-if
           else
               add 1 to ws-updated-count
           end-if.

       find-member.
           move zeros to ws-wt-hit
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
                   or ws-wt-hit not = zeros
               if ws-wt-member(ws-wt-sub) = ws-member
                   move ws-wt-sub to ws-wt-hit
               end-if
           end-perform.

       open-tool-output.
           open input in-file
           if ws-in-status not = '00'
               display 'WAVE-TRACK: CANNOT OPEN '
                       function trim(ws-in-name)
               move 16 to return-code
               stop run
           end-if
           move 'N' to ws-in-eof.

       take-member-argument.
           move ws-arg-2 to ws-member
           if ws-member = spaces
               display 'WAVE-TRACK: ' function trim(ws-action)
                       ' NEEDS A MEMBER NAME'
               move 16 to return-code
               stop run
           end-if.

       load-wave-plan.
           move ws-arg-2 to ws-in-name
           if ws-in-name = spaces
               display 'WAVE-TRACK: PLAN NEEDS THE PLAN DATASET'
               move 16 to return-code
               stop run
           end-if
           perform open-tool-output
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       if in-record not = spaces
                               and in-record(1:1) not = '*'
                           add 1 to ws-lines-read
                           perform take-plan-line
                       end-if
               end-read
           end-perform
           close in-file.

       take-plan-line.
           move spaces to ws-word-1 ws-word-2
           inspect in-record replacing all ',' by ' '
           unstring in-record delimited by all spaces
               into ws-word-1 ws-word-2
           end-unstring
           if ws-word-1 = spaces
               unstring in-record(2:) delimited by all spaces
                   into ws-word-1 ws-word-2
               end-unstring
           end-if
           move ws-word-1 to ws-member
           perform find-or-add-member
           if ws-wt-hit not = zeros
               move function upper-case(ws-word-2(1:4))
                   to ws-wt-wave(ws-wt-hit)
           end-if.

      *
      * A clean member writes no worklist line, so the manifest
      * says who was scanned and the worklist what was found.
      *
       load-osvs-scan.
           if ws-arg-2 not = spaces
               move ws-arg-2 to ws-manifest-name
           end-if
           move 'OSVSWORK.TXT' to ws-in-name
           if ws-arg-3 not = spaces
               move ws-arg-3 to ws-in-name
           end-if
           open input manifest-file
           if ws-manifest-status not = '00'
               display 'WAVE-TRACK: CANNOT OPEN MANIFEST '
                       function trim(ws-manifest-name)
               move 16 to return-code
               stop run
           end-if
           perform until manifest-eof
               read manifest-file
                   at end move 'Y' to ws-manifest-eof
                   not at end
                       move function trim(manifest-line) to ws-member
                       if ws-member not = spaces
                           perform find-or-add-member
                           perform reset-scan-counts
                       end-if
               end-read
           end-perform
           close manifest-file
           perform open-tool-output
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       add 1 to ws-lines-read
                       move os-member to ws-member
                       perform find-member
                       if ws-wt-hit not = zeros
                           if os-severity = 'B'
                               add 1 to ws-wt-blockers(ws-wt-hit)
                           else
                               add 1 to ws-wt-deprecated(ws-wt-hit)
                           end-if
                       end-if
               end-read
           end-perform
           close in-file.

       reset-scan-counts.
           if ws-wt-hit not = zeros
               move ws-today to ws-wt-scan-date(ws-wt-hit)
               move zeros to ws-wt-blockers(ws-wt-hit)
                             ws-wt-deprecated(ws-wt-hit)
           end-if.

       load-pgm-catalog.
           move 'PGMCAT.TXT' to ws-in-name
           if ws-arg-2 not = spaces
               move ws-arg-2 to ws-in-name
           end-if
           perform open-tool-output
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       add 1 to ws-lines-read
                       move pc-member to ws-member
                       if ws-member not = spaces
                           perform find-or-add-member
                           perform take-catalog-line
                       end-if
               end-read
           end-perform
           close in-file.

       take-catalog-line.
           if ws-wt-hit not = zeros
               move pc-pgm-id to ws-wt-pgm-id(ws-wt-hit)
               move pc-ext to ws-wt-vendor(ws-wt-hit)
           end-if.

      *
      * A member OSVS-FIX changed is not the member that compiled
      * or compared - both are owed again.
      *
       load-osvs-fix.
           perform take-member-argument
           move 'OSVSFIX.TXT' to ws-in-name
           if ws-arg-3 not = spaces
               move ws-arg-3 to ws-in-name
           end-if
           perform open-tool-output
           move zeros to ws-change-count ws-refuse-count
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       add 1 to ws-lines-read
                       evaluate in-record(1:8)
                           when 'CHANGED '
                               add 1 to ws-change-count
                           when 'REFUSED '
                               add 1 to ws-refuse-count
                       end-evaluate
               end-read
           end-perform
           close in-file
           perform find-or-add-member
           if ws-wt-hit not = zeros
               add ws-change-count to ws-wt-fixes(ws-wt-hit)
               move ws-refuse-count to ws-wt-refused(ws-wt-hit)
               move ws-today to ws-wt-fix-date(ws-wt-hit)
               if ws-change-count > zeros
                   move spaces to ws-wt-compile(ws-wt-hit)
                                  ws-wt-compile-date(ws-wt-hit)
                                  ws-wt-compare(ws-wt-hit)
                                  ws-wt-compare-date(ws-wt-hit)
                                  ws-wt-compare-by(ws-wt-hit)
                   move zeros to ws-wt-compile-rc(ws-wt-hit)
                                 ws-wt-compare-diffs(ws-wt-hit)
               end-if
           end-if
           display 'WAVE-TRACK: ' function trim(ws-member) ' '
                   ws-change-count ' CHANGED, ' ws-refuse-count
                   ' REFUSED'.

       load-compile-result.
           perform take-member-argument
           move function trim(ws-arg-3) to ws-rc-text
           inspect ws-rc-text replacing leading spaces by zeros
           if ws-arg-3 = spaces or ws-rc-text is not numeric
               display 'WAVE-TRACK: COMPILE NEEDS THE MEMBER AND '
                       'THE COMPILE RETURN CODE'
               move 16 to return-code
               stop run
           end-if
           move ws-rc-text to ws-step-rc
           perform find-or-add-member
           if ws-wt-hit not = zeros
               move ws-step-rc to ws-wt-compile-rc(ws-wt-hit)
               move ws-today to ws-wt-compile-date(ws-wt-hit)
               if ws-step-rc > 4
                   move 'FAIL' to ws-wt-compile(ws-wt-hit)
               else
                   move 'OK' to ws-wt-compile(ws-wt-hit)
               end-if
           end-if.

      *
      * The summary line FILE-COMPARE always writes, and the keyed
      * line it adds in keyed mode - every difference they count
      * stands against the sign-off.
      *
       load-compare-result.
           perform take-member-argument
           move 'COMPARE.TXT' to ws-in-name
           if ws-arg-3 not = spaces
               move ws-arg-3 to ws-in-name
           end-if
           perform open-tool-output
           move zeros to ws-diff-count
           move 'N' to ws-summary-seen
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       add 1 to ws-lines-read
                       perform take-compare-line
               end-read
           end-perform
           close in-file
           if ws-summary-seen not = 'Y'
               display 'WAVE-TRACK: ' function trim(ws-in-name)
                       ' IS NOT A FILE-COMPARE REPORT'
               move 16 to return-code
               stop run
           end-if
           perform find-or-add-member
           if ws-wt-hit not = zeros
               move ws-diff-count to ws-wt-compare-diffs(ws-wt-hit)
               move ws-today to ws-wt-compare-date(ws-wt-hit)
               if ws-diff-count = zeros
                   move 'PASS' to ws-wt-compare(ws-wt-hit)
                   move ws-operator to ws-wt-compare-by(ws-wt-hit)
               else
                   move 'FAIL' to ws-wt-compare(ws-wt-hit)
                   move spaces to ws-wt-compare-by(ws-wt-hit)
               end-if
           end-if.

       take-compare-line.
           move spaces to ws-word-1 ws-word-2 ws-word-3 ws-word-4
                          ws-word-5 ws-word-6 ws-word-7 ws-word-8
           unstring in-record delimited by all spaces
               into ws-word-1 ws-word-2 ws-word-3 ws-word-4
                    ws-word-5 ws-word-6 ws-word-7 ws-word-8
           end-unstring
           evaluate true
               when ws-word-1 = 'COMPARED'
                       and ws-word-5 = 'MISMATCHED'
                   move 'Y' to ws-summary-seen
                   add function numval(ws-word-6)
                       function numval(ws-word-8) to ws-diff-count
               when ws-word-1 = 'KEYED:'
                   add function numval(ws-word-3)
                       function numval(ws-word-5) to ws-diff-count
           end-evaluate.

       load-promotions.
           move 'SRCLIB.IDX' to ws-in-name
           perform open-tool-output
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
               move zeros to ws-pr-test(ws-wt-sub)
                             ws-pr-prod(ws-wt-sub)
           end-perform
           perform until in-eof
               read in-file
                   at end move 'Y' to ws-in-eof
                   not at end
                       add 1 to ws-lines-read
                       if ix-is-promotion
                           move ix-member to ws-member
                           perform find-member
                           perform take-promotion-line
                       end-if
               end-read
           end-perform
           close in-file
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
               perform settle-promoted-version
           end-perform.

       take-promotion-line.
           if ws-wt-hit not = zeros
               if ix-level = 'PROD'
                   move ix-version to ws-pr-prod(ws-wt-hit)
               else
                   move ix-version to ws-pr-test(ws-wt-hit)
               end-if
           end-if.

       settle-promoted-version.
           evaluate true
               when ws-pr-prod(ws-wt-sub) not = zeros
                   move ws-pr-prod(ws-wt-sub)
                       to ws-wt-version(ws-wt-sub)
                   move 'PROD' to ws-wt-level(ws-wt-sub)
                   add 1 to ws-updated-count
               when ws-pr-test(ws-wt-sub) not = zeros
                   move ws-pr-test(ws-wt-sub)
                       to ws-wt-version(ws-wt-sub)
                   move 'TEST' to ws-wt-level(ws-wt-sub)
                   add 1 to ws-updated-count
               when other
                   move zeros to ws-wt-version(ws-wt-sub)
                   move spaces to ws-wt-level(ws-wt-sub)
           end-evaluate.

      *
      * Wave by wave in wave order, members in member order within
      * each; a member no plan has placed reports under wave NONE,
      * last. The stage tallies close the report.
      *
       wave-status-report.
           move function upper-case(ws-arg-2(1:4)) to ws-wave-filter
           if ws-wave-filter = 'ALL'
               move spaces to ws-wave-filter
           end-if
           if ws-arg-3 not = spaces
               move ws-arg-3 to ws-report-name
           end-if
           move zeros to ws-wv-count
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
               if ws-wt-wave(ws-wt-sub) = spaces
                   move 'NONE' to ws-wt-wave(ws-wt-sub)
               end-if
               if ws-wave-filter = spaces
                       or ws-wt-wave(ws-wt-sub) = ws-wave-filter
                   perform take-report-wave
               end-if
           end-perform

           open output report-file
           if ws-report-status not = '00'
               display 'WAVE-TRACK: CANNOT OPEN '
                       function trim(ws-report-name)
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string 'MIGRATION WAVE STATUS ' ws-today
               delimited by size into report-line
           if ws-wave-filter not = spaces
               string function trim(report-line) ' WAVE '
                   ws-wave-filter delimited by size into report-line
           end-if
           write report-line
           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'MEMBER                   WAVE STAGE        B    D'
               '  FIX COMP CMPR PROMOTED   BLOCKED BY'
               delimited by size into report-line
           write report-line
           move zeros to ws-total-members ws-blocked-count
           perform varying ws-stage-sub from 1 by 1
                   until ws-stage-sub > 6
               move zeros to ws-total-stage(ws-stage-sub)
           end-perform
           perform varying ws-wv-sub from 1 by 1
                   until ws-wv-sub > ws-wv-count
               perform report-one-wave
           end-perform

           move spaces to report-line
           write report-line
           perform varying ws-wv-sub from 1 by 1
                   until ws-wv-sub > ws-wv-count
               move ws-wv-wave(ws-wv-sub) to rpt-tl-wave
               move ws-wv-members(ws-wv-sub) to rpt-tl-members
               perform varying ws-stage-sub from 1 by 1
                       until ws-stage-sub > 6
                   move ws-stage-name(ws-stage-sub)
                       to rpt-tl-name(ws-stage-sub)
                   move ws-wv-stage-count(ws-wv-sub, ws-stage-sub)
                       to rpt-tl-count(ws-stage-sub)
               end-perform
               move ws-tally-line to report-line
               write report-line
           end-perform
           move 'ALL ' to rpt-tl-wave
           move ws-total-members to rpt-tl-members
           perform varying ws-stage-sub from 1 by 1
                   until ws-stage-sub > 6
               move ws-stage-name(ws-stage-sub)
                   to rpt-tl-name(ws-stage-sub)
               move ws-total-stage(ws-stage-sub)
                   to rpt-tl-count(ws-stage-sub)
           end-perform
           move ws-tally-line to report-line
           write report-line
           close report-file

           display 'WAVE-TRACK REPORT SUMMARY:'
           display '  WAVES............: ' ws-wv-count
           display '  MEMBERS..........: ' ws-total-members
           display '  DONE.............: ' ws-total-stage(6)
           display '  HELD.............: ' ws-blocked-count
           display '  WRITTEN TO.......: '
                   function trim(ws-report-name).

      *
      * The wave list kept in order as it is built; NONE always
      * sorts last.
      *
       take-report-wave.
           move zeros to ws-wv-hit
           perform varying ws-wv-sub from 1 by 1
                   until ws-wv-sub > ws-wv-count
               if ws-wv-wave(ws-wv-sub) = ws-wt-wave(ws-wt-sub)
                   move ws-wv-sub to ws-wv-hit
               end-if
           end-perform
           if ws-wv-hit = zeros and ws-wv-count < 60
               move 1 to ws-wv-hit
               perform varying ws-wv-sub from 1 by 1
                       until ws-wv-sub > ws-wv-count
                   if ws-wt-wave(ws-wt-sub) = 'NONE'
                           or (ws-wv-wave(ws-wv-sub) not = 'NONE'
                           and ws-wv-wave(ws-wv-sub)
                               < ws-wt-wave(ws-wt-sub))
                       compute ws-wv-hit = ws-wv-sub + 1
                   end-if
               end-perform
               perform varying ws-wv-move from ws-wv-count by -1
                       until ws-wv-move < ws-wv-hit
                   move ws-wv-entry(ws-wv-move)
                       to ws-wv-entry(ws-wv-move + 1)
               end-perform
               add 1 to ws-wv-count
               move ws-wt-wave(ws-wt-sub) to ws-wv-wave(ws-wv-hit)
               move zeros to ws-wv-members(ws-wv-hit)
               perform varying ws-stage-sub from 1 by 1
                       until ws-stage-sub > 6
                   move zeros
                       to ws-wv-stage-count(ws-wv-hit, ws-stage-sub)
               end-perform
           end-if.

       report-one-wave.
           perform varying ws-wt-sub from 1 by 1
                   until ws-wt-sub > ws-wt-count
               if ws-wt-wave(ws-wt-sub) = ws-wv-wave(ws-wv-sub)
                   perform judge-member-stage
                   perform write-status-line
               end-if
           end-perform.

      *
      * The first gate not passed is the stage, and what it wants
      * is what the member is blocked by.
      *
       judge-member-stage.
           move spaces to ws-blocking
           evaluate true
               when ws-wt-scan-date(ws-wt-sub) = spaces
                   move 1 to ws-stage-sub
                   move 'OSVS-SCAN NOT RUN' to ws-blocking
               when ws-wt-vendor(ws-wt-sub) not = spaces
                   move 2 to ws-stage-sub
                   string 'VENDOR EXTENSION '
                       function trim(ws-wt-vendor(ws-wt-sub))
                       delimited by size into ws-blocking
               when ws-wt-blockers(ws-wt-sub) > zeros
                   move 2 to ws-stage-sub
                   move ws-wt-blockers(ws-wt-sub) to ws-edit-4
                   string function trim(ws-edit-4)
                       ' BLOCKING FINDINGS'
                       delimited by size into ws-blocking
                   if ws-wt-refused(ws-wt-sub) > zeros
                       move ws-wt-refused(ws-wt-sub) to ws-edit-4
                       string function trim(ws-blocking) ', '
                           function trim(ws-edit-4)
                           ' REFUSED BY OSVS-FIX'
                           delimited by size into ws-blocking
                   end-if
               when ws-wt-compile(ws-wt-sub) = spaces
                   move 3 to ws-stage-sub
                   move 'NOT COMPILED' to ws-blocking
               when ws-wt-compile(ws-wt-sub) = 'FAIL'
                   move 3 to ws-stage-sub
                   move ws-wt-compile-rc(ws-wt-sub) to ws-edit-4
                   string 'COMPILE FAILED RC '
                       function trim(ws-edit-4)
                       delimited by size into ws-blocking
               when ws-wt-compare(ws-wt-sub) = spaces
                   move 4 to ws-stage-sub
                   move 'NO OUTPUT COMPARE' to ws-blocking
               when ws-wt-compare(ws-wt-sub) = 'FAIL'
                   move 4 to ws-stage-sub
                   move ws-wt-compare-diffs(ws-wt-sub) to ws-edit-6
                   string 'OUTPUT COMPARE - '
                       function trim(ws-edit-6) ' DIFFERENCES'
                       delimited by size into ws-blocking
               when ws-wt-level(ws-wt-sub) = 'TEST'
                   move 5 to ws-stage-sub
                   move 'AT TEST - NOT PROMOTED TO PROD'
                       to ws-blocking
               when ws-wt-level(ws-wt-sub) not = 'PROD'
                   move 5 to ws-stage-sub
                   move 'NOT PROMOTED' to ws-blocking
               when other
                   move 6 to ws-stage-sub
                   if ws-wt-deprecated(ws-wt-sub) > zeros
                       move ws-wt-deprecated(ws-wt-sub) to ws-edit-4
                       string function trim(ws-edit-4)
                           ' DEPRECATED - ADVISORY'
                           delimited by size into ws-blocking
                   end-if
           end-evaluate
           add 1 to ws-wv-members(ws-wv-sub) ws-total-members
           add 1 to ws-wv-stage-count(ws-wv-sub, ws-stage-sub)
           add 1 to ws-total-stage(ws-stage-sub)
           if ws-stage-sub < 6
               add 1 to ws-blocked-count
           end-if.

       write-status-line.
           move ws-wt-member(ws-wt-sub) to rpt-st-member
           move ws-wt-wave(ws-wt-sub) to rpt-st-wave
           move ws-stage-name(ws-stage-sub) to rpt-st-stage
           move ws-wt-blockers(ws-wt-sub) to rpt-st-blockers
           move ws-wt-deprecated(ws-wt-sub) to rpt-st-deprecated
           move ws-wt-fixes(ws-wt-sub) to rpt-st-fixes
           move ws-wt-compile(ws-wt-sub) to rpt-st-compile
           move ws-wt-compare(ws-wt-sub) to rpt-st-compare
           move spaces to rpt-st-promoted
           if ws-wt-level(ws-wt-sub) not = spaces
               string 'V' ws-wt-version(ws-wt-sub) ' '
                   ws-wt-level(ws-wt-sub)
                   delimited by size into rpt-st-promoted
           end-if
           move ws-blocking to rpt-st-blocking
           move ws-status-line to report-line
           write report-line.
