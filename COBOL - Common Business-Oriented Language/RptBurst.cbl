      *
      * Report bursting and distribution - BRANCH-STMT writes every
      * branch's statement into one BRSTMT.TXT, LARGE-TRADE and
      * TRANEXC-AGE write the whole network into COMPLY.TXT and
      * EXCAGE.TXT, and the pieces have been cut out by hand for
      * each branch manager - which is how one branch came to be
      * sent another's statement. This splits each of those
      * reports along its branch breaks into one file per
      * recipient, as the distribution list says:
      *
      *   <recipient> BRANCH <branch-code> [<report>]
      *   <recipient> REGION <region>      [<report>]
      *   <recipient> ALL    *             [<report>]
      *
      * (DISTLIST.CTL). A recipient is sent the sections of the
      * branches the cards give it - a region card covers every
      * branch BRANCH.DAT puts in that region, and ALL is the
      * whole report. A card naming a report (BRSTMT, COMPLY,
      * EXCAGE) applies to that report only.
      *
      * How the branch is read off each report:
      *   BRSTMT  a section per branch from its STATEMENT heading
      *           to the next, the trade details footed by amount;
      *   COMPLY  each LARGE and STRUCT line, by the branch in the
      *           trade key or the aggregation;
      *   EXCAGE  each ESCALATE line, by the branch in the
      *           exception key.
      * Heading lines ahead of the first branch line go to every
      * recipient; the network-wide summary lines after it (the
      * age bands, the bucket-exhausted warnings) only to the ALL
      * recipients.
      *
      * Every burst file is read back once written: each branch in
      * it must be one the recipient is entitled to, and its lines,
      * detail count and amount per branch must cross-foot to the
      * same branch in the original. A branch no card covers is
      * reported as undistributed. Each file sent, each failure
      * and each undistributed branch goes to the distribution log
      * (DISTLOG.TXT) - what went to whom, and what it footed to.
      *
      * Burst files are named <report>-<recipient>.TXT.
      *
      * Arguments: 1 the report to burst - BRSTMT, COMPLY, EXCAGE
      * or ALL (default ALL), 2 the distribution list (default
      * DISTLIST.CTL), 3 the report dataset when one report is
      * named (default its usual dataset).
      *
       identification division.
       program-id. RPT-BURST.

       environment division.
       input-output section.
       file-control.
           select report-in
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-in-status.
           select burst-file
           assign to dynamic w-burst-name
           organization is line sequential
           file status is w-burst-status.
           select dist-ctl
           assign to dynamic w-dist-name
           organization is line sequential
           file status is w-dist-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select dist-log
           assign to "DISTLOG.TXT"
           organization is line sequential
           file status is w-log-status.

       data division.
       file section.
       fd  report-in.
       01  report-in-line                 pic x(132).

       fd  burst-file.
       01  burst-line                     pic x(132).

       fd  dist-ctl.
       01  dist-record                    pic x(80).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  dist-log.
       01  dist-log-record                pic x(132).

       working-storage section.
       01  w-report-name                  pic x(80) value spaces.
       01  w-burst-name                   pic x(80) value spaces.
       01  w-dist-name                    pic x(80)
           value "DISTLIST.CTL".
       01  w-in-status                    pic x(2) value spaces.
       01  w-burst-status                 pic x(2) value spaces.
       01  w-dist-status                  pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-log-status                   pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-only-report                  pic x(8) value 'ALL'.
       01  w-dataset-arg                  pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.
       01  w-stamp-date                   pic x(8) value spaces.
       01  w-stamp-time                   pic x(8) value spaces.

      *
      * The reports this knows how to cut up.
      *
       01  w-rpt-values.
           03  filler pic x(8)  value 'BRSTMT'.
           03  filler pic x(14) value 'BRSTMT.TXT'.
           03  filler pic x(8)  value 'COMPLY'.
           03  filler pic x(14) value 'COMPLY.TXT'.
           03  filler pic x(8)  value 'EXCAGE'.
           03  filler pic x(14) value 'EXCAGE.TXT'.
       01  w-rpt-table redefines w-rpt-values.
           03  w-rpt-entry occurs 3 times.
               05  w-rp-name              pic x(8).
               05  w-rp-dataset           pic x(14).
       01  w-rp-sub                       pic 9 value zero.
       01  w-report                       pic x(8) value spaces.

       01  w-region-table.
           03  w-region-entry occurs 200 times.
               05  w-rg-branch            pic x(4).
               05  w-rg-region            pic x(8).
       01  w-region-count                 pic 9(3) value zeros.
       01  w-rg-sub                       pic 9(3) value zeros.

       01  w-card-table.
           03  w-card-entry occurs 300 times.
               05  w-c-recipient          pic x(12).
               05  w-c-scope              pic x(6).
               05  w-c-code               pic x(8).
               05  w-c-report             pic x(8).
       01  w-card-count                   pic 9(3) value zeros.
       01  w-c-sub                        pic 9(3) value zeros.
       01  w-word-1                       pic x(20) value spaces.
       01  w-word-2                       pic x(20) value spaces.
       01  w-word-3                       pic x(20) value spaces.
       01  w-word-4                       pic x(20) value spaces.

      *
      * The recipients the cards give the report in hand.
      *
       01  w-recip-table.
           03  w-recip-entry occurs 100 times.
               05  w-rc-name              pic x(12).
       01  w-recip-count                  pic 9(3) value zeros.
       01  w-rc-sub                       pic 9(3) value zeros.
       01  w-rc-hit                       pic 9(3) value zeros.
       01  w-recipient                    pic x(12) value spaces.
       01  w-has-all                      pic x value 'N'.
       01  w-any-entitled                 pic x value 'N'.

      *
      * The branches in the original, footed as read, with the
      * same figures footed again off each burst file read back.
      *
       01  w-branch-table.
           03  w-branch-entry occurs 200 times.
               05  w-bt-code              pic x(4).
               05  w-bt-region            pic x(8).
               05  w-bt-lines             pic 9(6).
               05  w-bt-items             pic 9(6).
               05  w-bt-amount            pic s9(11)v99.
               05  w-bt-sent              pic x.
               05  w-bt-entitled          pic x.
               05  w-bt-rb-lines          pic 9(6).
               05  w-bt-rb-items          pic 9(6).
               05  w-bt-rb-amount         pic s9(11)v99.
       01  w-branch-count                 pic 9(3) value zeros.
       01  w-bt-sub                       pic 9(3) value zeros.
       01  w-bt-hit                       pic 9(3) value zeros.
       01  w-branch-spill                 pic x value 'N'.

      *
      * What one line of a report is - set by classify-line.
      *   H heading, to every recipient
      *   B a branch's line, to the branch's recipients
      *   S network summary, to the ALL recipients
      *   C a warning every recipient must see
      *
       01  w-line-kind                    pic x value space.
       01  w-line-branch                  pic x(4) value spaces.
       01  w-line-item                    pic x value 'N'.
       01  w-line-amount                  pic s9(11)v99 value zeros.
       01  w-cur-branch                   pic x(4) value spaces.
       01  w-seen-branch                  pic x value 'N'.

       01  w-send-lines                   pic 9(6) value zeros.
       01  w-send-branches                pic 9(3) value zeros.
       01  w-send-amount                  pic s9(11)v99 value zeros.
       01  w-misrouted                    pic x value 'N'.
       01  w-mismatch                     pic x value 'N'.
       01  w-send-result                  pic x(10) value spaces.

       01  w-reports-done                 pic 9(2) value zeros.
       01  w-reports-missing              pic 9(2) value zeros.
       01  w-files-sent                   pic 9(4) value zeros.
       01  w-files-failed                 pic 9(4) value zeros.
       01  w-undistributed                pic 9(4) value zeros.
       01  w-unsent-recips                pic 9(4) value zeros.

       01  w-log-line.
           03  w-lg-date                  pic x(8).
           03  filler                     pic x value space.
           03  w-lg-time                  pic x(8).
           03  filler                     pic x value space.
           03  w-lg-report                pic x(8).
           03  filler                     pic x value space.
           03  w-lg-recipient             pic x(12).
           03  filler                     pic x value space.
           03  w-lg-result                pic x(10).
           03  filler                     pic x value space.
           03  w-lg-file                  pic x(30).
           03  filler                     pic x(10) value ' BRANCHES '.
           03  w-lg-branches              pic zz9.
           03  filler                     pic x(7) value ' LINES '.
           03  w-lg-lines                 pic zzzzz9.
           03  filler                     pic x(8) value ' AMOUNT '.
           03  w-lg-amount                pic -(10)9.99.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function upper-case(w-cmd-arg(1:8))
                   to w-only-report
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-dist-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-dataset-arg
           if w-only-report not = 'ALL' and w-only-report
                   not = 'BRSTMT' and w-only-report not = 'COMPLY'
                   and w-only-report not = 'EXCAGE'
               display 'RPT-BURST: REPORT MUST BE BRSTMT, COMPLY, '
                       'EXCAGE OR ALL'
               move 16 to return-code
               stop run
           end-if
           accept w-stamp-date from date yyyymmdd
           accept w-stamp-time from time

           perform load-branch-regions
           perform load-distribution-list
           open extend dist-log
           if w-log-status not = '00'
               open output dist-log
           end-if

           perform varying w-rp-sub from 1 by 1 until w-rp-sub > 3
               if w-only-report = 'ALL'
                       or w-only-report = w-rp-name(w-rp-sub)
                   move w-rp-name(w-rp-sub) to w-report
                   move w-rp-dataset(w-rp-sub) to w-report-name
                   if w-only-report not = 'ALL'
                           and w-dataset-arg not = spaces
                       move w-dataset-arg to w-report-name
                   end-if
                   perform burst-one-report
               end-if
           end-perform
           close dist-log

           display 'RPT-BURST SUMMARY:'
           display '  REPORTS BURST....: ' w-reports-done
           display '  REPORTS MISSING..: ' w-reports-missing
           display '  FILES SENT.......: ' w-files-sent
           display '  FILES FAILED.....: ' w-files-failed
           display '  UNDISTRIBUTED....: ' w-undistributed
           display '  NOTHING TO SEND..: ' w-unsent-recips
           move zero to return-code
           if w-undistributed > zero or w-reports-missing > zero
               move 4 to return-code
           end-if
           if w-files-failed > zero or w-branch-spill = 'Y'
               move 16 to return-code
           end-if
           stop run.

       load-branch-regions.
           move 'N' to w-eof
           open input branch-master
           if w-branch-status = '00'
               perform until at-eof
                   read branch-master
                       at end move 'Y' to w-eof
                       not at end
                           if br-code not = spaces
                                   and w-region-count < 200
                               add 1 to w-region-count
                               move br-code
                                   to w-rg-branch(w-region-count)
                               move br-region
                                   to w-rg-region(w-region-count)
                           end-if
                   end-read
               end-perform
               close branch-master
           else
               display 'RPT-BURST: NO BRANCH.DAT - REGION CARDS '
                       'COVER NO BRANCHES'
           end-if.

       load-distribution-list.
           move 'N' to w-eof
           open input dist-ctl
           if w-dist-status not = '00'
               display 'RPT-BURST: CANNOT OPEN DISTRIBUTION LIST '
                       function trim(w-dist-name)
               move 16 to return-code
               stop run
           end-if
           perform until at-eof
               read dist-ctl
                   at end move 'Y' to w-eof
                   not at end perform load-one-card
               end-read
           end-perform
           close dist-ctl
           if w-card-count = zero
               display 'RPT-BURST: DISTRIBUTION LIST '
                       function trim(w-dist-name) ' IS EMPTY'
               move 16 to return-code
               stop run
           end-if.

       load-one-card.
           move spaces to w-word-1 w-word-2 w-word-3 w-word-4
           unstring dist-record delimited by all spaces
               into w-word-1 w-word-2 w-word-3 w-word-4
           end-unstring
           if w-word-1 = spaces or w-word-1(1:1) = '*'
               continue
           else
               move function upper-case(w-word-2) to w-word-2
               if (w-word-2 not = 'BRANCH' and w-word-2 not = 'REGION'
                       and w-word-2 not = 'ALL')
                       or w-word-3 = spaces
                   display 'RPT-BURST: CARD IGNORED - '
                           function trim(dist-record)
               else
                   if w-card-count < 300
                       add 1 to w-card-count
                       move function upper-case(w-word-1(1:12))
                           to w-c-recipient(w-card-count)
                       move w-word-2 to w-c-scope(w-card-count)
                       move function upper-case(w-word-3(1:8))
                           to w-c-code(w-card-count)
                       move function upper-case(w-word-4(1:8))
                           to w-c-report(w-card-count)
                       if w-c-report(w-card-count) = 'ALL'
                           move spaces to w-c-report(w-card-count)
                       end-if
                   else
                       display 'RPT-BURST: MORE THAN 300 CARDS - '
                               'REST IGNORED'
                   end-if
               end-if
           end-if.

      *
      * Foot the original by branch, then send and read back one
      * recipient's file at a time.
      *
       burst-one-report.
           open input report-in
           if w-in-status not = '00'
               add 1 to w-reports-missing
               display 'RPT-BURST: ' function trim(w-report-name)
                       ' NOT PRESENT - ' function trim(w-report)
                       ' NOT BURST'
           else
               add 1 to w-reports-done
               move zeros to w-branch-count
               move spaces to w-cur-branch
               move 'N' to w-seen-branch
               move 'N' to w-eof
               perform until at-eof
                   read report-in
                       at end move 'Y' to w-eof
                       not at end perform foot-original-line
                   end-read
               end-perform
               close report-in
               perform collect-recipients
               perform varying w-rc-sub from 1 by 1
                       until w-rc-sub > w-recip-count
                   move w-rc-name(w-rc-sub) to w-recipient
                   perform send-to-recipient
               end-perform
               perform report-undistributed
           end-if.

       foot-original-line.
           move report-in-line to burst-line
           perform classify-line
           if w-line-kind = 'B'
               perform find-branch-slot
               if w-bt-hit > 0
                   add 1 to w-bt-lines(w-bt-hit)
                   if w-line-item = 'Y'
                       add 1 to w-bt-items(w-bt-hit)
                       add w-line-amount to w-bt-amount(w-bt-hit)
                   end-if
               end-if
           end-if.

      *
      * Reads the line in BURST-LINE - the original's lines and a
      * burst file's lines read back go through the same rules.
      *
       classify-line.
           move space to w-line-kind
           move spaces to w-line-branch
           move 'N' to w-line-item
           move zeros to w-line-amount
           evaluate w-report
               when 'BRSTMT'
                   evaluate true
                       when burst-line(1:10) = 'STATEMENT '
                           move burst-line(11:4) to w-cur-branch
                           move 'Y' to w-seen-branch
                       when burst-line(1:24)
                               = 'DETAIL BUCKETS EXHAUSTED'
                           move 'C' to w-line-kind
                       when burst-line(1:2) = spaces
                               and burst-line(3:8) is numeric
                               and w-seen-branch = 'Y'
                           move 'Y' to w-line-item
                           move function numval(burst-line(30:12))
                               to w-line-amount
                   end-evaluate
                   if w-line-kind = space
                       if w-seen-branch = 'Y'
                           move 'B' to w-line-kind
                           move w-cur-branch to w-line-branch
                       else
                           move 'H' to w-line-kind
                       end-if
                   end-if
               when 'COMPLY'
                   evaluate true
                       when burst-line(1:7) = 'LARGE  '
                           move 'B' to w-line-kind
                           move burst-line(8:4) to w-line-branch
                           move 'Y' to w-line-item
                           move function numval(burst-line(35:10))
                               to w-line-amount
                       when burst-line(1:7) = 'STRUCT '
                           move 'B' to w-line-kind
                           move burst-line(8:4) to w-line-branch
                           move 'Y' to w-line-item
                           move function numval(burst-line(44:12))
                               to w-line-amount
                   end-evaluate
               when 'EXCAGE'
                   if burst-line(1:10) = 'ESCALATE  '
                       move 'B' to w-line-kind
                       move burst-line(11:4) to w-line-branch
                       move 'Y' to w-line-item
                       move function numval(burst-line(58:9))
                           to w-line-amount
                   end-if
           end-evaluate
           if w-line-kind = 'B'
               move 'Y' to w-seen-branch
           end-if
           if w-line-kind = space
               if w-seen-branch = 'Y'
                   move 'S' to w-line-kind
               else
                   move 'H' to w-line-kind
               end-if
           end-if.

       find-branch-slot.
           move 0 to w-bt-hit
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-branch-count
               if w-bt-code(w-bt-sub) = w-line-branch
                   move w-bt-sub to w-bt-hit
               end-if
           end-perform
           if w-bt-hit = 0
               if w-branch-count < 200
                   add 1 to w-branch-count
                   move w-branch-count to w-bt-hit
                   initialize w-branch-entry(w-bt-hit)
                   move w-line-branch to w-bt-code(w-bt-hit)
                   move 'N' to w-bt-sent(w-bt-hit)
                   perform varying w-rg-sub from 1 by 1
                           until w-rg-sub > w-region-count
                       if w-rg-branch(w-rg-sub) = w-line-branch
                           move w-rg-region(w-rg-sub)
                               to w-bt-region(w-bt-hit)
                       end-if
                   end-perform
               else
                   move 'Y' to w-branch-spill
               end-if
           end-if.

       collect-recipients.
           move zeros to w-recip-count
           perform varying w-c-sub from 1 by 1
                   until w-c-sub > w-card-count
               if w-c-report(w-c-sub) = spaces
                       or w-c-report(w-c-sub) = w-report
                   move 0 to w-rc-hit
                   perform varying w-rc-sub from 1 by 1
                           until w-rc-sub > w-recip-count
                       if w-rc-name(w-rc-sub) = w-c-recipient(w-c-sub)
                           move w-rc-sub to w-rc-hit
                       end-if
                   end-perform
                   if w-rc-hit = 0 and w-recip-count < 100
                       add 1 to w-recip-count
                       move w-c-recipient(w-c-sub)
                           to w-rc-name(w-recip-count)
                   end-if
               end-if
           end-perform.

      *
      * Which of the report's branches the recipient's cards
      * cover - matched on the whole branch code, never a part.
      *
       mark-entitlement.
           move 'N' to w-has-all
           move 'N' to w-any-entitled
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-branch-count
               move 'N' to w-bt-entitled(w-bt-sub)
               move zeros to w-bt-rb-lines(w-bt-sub)
                   w-bt-rb-items(w-bt-sub) w-bt-rb-amount(w-bt-sub)
           end-perform
           perform varying w-c-sub from 1 by 1
                   until w-c-sub > w-card-count
               if w-c-recipient(w-c-sub) = w-recipient
                       and (w-c-report(w-c-sub) = spaces
                       or w-c-report(w-c-sub) = w-report)
                   if w-c-scope(w-c-sub) = 'ALL'
                       move 'Y' to w-has-all
                   end-if
                   perform varying w-bt-sub from 1 by 1
                           until w-bt-sub > w-branch-count
                       if w-c-scope(w-c-sub) = 'ALL'
                           or (w-c-scope(w-c-sub) = 'BRANCH'
                           and w-c-code(w-c-sub)
                               = w-bt-code(w-bt-sub))
                           or (w-c-scope(w-c-sub) = 'REGION'
                           and w-bt-region(w-bt-sub) not = spaces
                           and w-c-code(w-c-sub)
                               = w-bt-region(w-bt-sub))
                           move 'Y' to w-bt-entitled(w-bt-sub)
                           move 'Y' to w-any-entitled
                       end-if
                   end-perform
               end-if
           end-perform.

       send-to-recipient.
           perform mark-entitlement
           move spaces to w-burst-name
           string function trim(w-report) '-'
               function trim(w-recipient) '.TXT'
               delimited by size into w-burst-name
           end-string
           if w-any-entitled = 'N' and w-has-all = 'N'
               add 1 to w-unsent-recips
               move 'NO SECTION' to w-send-result
               move zeros to w-send-branches w-send-lines
                   w-send-amount
               move spaces to w-burst-name
               perform write-log-line
           else
               perform write-burst-file
               perform read-back-burst-file
               perform write-log-line
           end-if.

       write-burst-file.
           move zeros to w-send-lines
           open input report-in
           open output burst-file
           if w-burst-status not = '00'
               display 'RPT-BURST: CANNOT OPEN '
                       function trim(w-burst-name)
               close report-in
               move 16 to return-code
               stop run
           end-if
           move spaces to w-cur-branch
           move 'N' to w-seen-branch
           move 'N' to w-eof
           perform until at-eof
               read report-in
                   at end move 'Y' to w-eof
                   not at end
                       move report-in-line to burst-line
                       perform classify-line
                       perform judge-one-line
               end-read
           end-perform
           close report-in burst-file.

       judge-one-line.
           evaluate w-line-kind
               when 'H'
               when 'C'
                   perform send-one-line
               when 'S'
                   if w-has-all = 'Y'
                       perform send-one-line
                   end-if
               when 'B'
                   perform find-sent-branch
                   if w-bt-hit > 0
                       if w-bt-entitled(w-bt-hit) = 'Y'
                           perform send-one-line
                       end-if
                   end-if
           end-evaluate.

       send-one-line.
           move report-in-line to burst-line
           write burst-line
           add 1 to w-send-lines.

       find-sent-branch.
           move 0 to w-bt-hit
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-branch-count
               if w-bt-code(w-bt-sub) = w-line-branch
                   move w-bt-sub to w-bt-hit
               end-if
           end-perform.

      *
      * The file as the recipient will get it: nothing of a branch
      * they are not entitled to, and every entitled branch footed
      * exactly as in the original.
      *
       read-back-burst-file.
           move 'N' to w-misrouted
           move 'N' to w-mismatch
           move zeros to w-send-branches w-send-amount
           move spaces to w-cur-branch
           move 'N' to w-seen-branch
           move 'N' to w-eof
           open input burst-file
           perform until at-eof
               read burst-file
                   at end move 'Y' to w-eof
                   not at end perform foot-burst-line
               end-read
           end-perform
           close burst-file
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-branch-count
               if w-bt-entitled(w-bt-sub) = 'Y'
                   if w-bt-rb-lines(w-bt-sub) not = w-bt-lines(w-bt-sub)
                           or w-bt-rb-items(w-bt-sub)
                               not = w-bt-items(w-bt-sub)
                           or w-bt-rb-amount(w-bt-sub)
                               not = w-bt-amount(w-bt-sub)
                       move 'Y' to w-mismatch
                       display 'RPT-BURST: ' function trim(w-burst-name)
                               ' BRANCH ' w-bt-code(w-bt-sub)
                               ' DOES NOT CROSS-FOOT TO '
                               function trim(w-report-name)
                   else
                       move 'Y' to w-bt-sent(w-bt-sub)
                       add 1 to w-send-branches
                       add w-bt-amount(w-bt-sub) to w-send-amount
                   end-if
               end-if
           end-perform
           evaluate true
               when w-misrouted = 'Y'
                   move 'MISROUTED' to w-send-result
                   add 1 to w-files-failed
               when w-mismatch = 'Y'
                   move 'MISMATCH' to w-send-result
                   add 1 to w-files-failed
               when other
                   move 'SENT' to w-send-result
                   add 1 to w-files-sent
           end-evaluate.

       foot-burst-line.
           perform classify-line
           if w-line-kind = 'B'
               perform find-sent-branch
               if w-bt-hit > 0
                   add 1 to w-bt-rb-lines(w-bt-hit)
                   if w-line-item = 'Y'
                       add 1 to w-bt-rb-items(w-bt-hit)
                       add w-line-amount to w-bt-rb-amount(w-bt-hit)
                   end-if
               end-if
               if w-bt-hit = 0
                   move 'Y' to w-misrouted
                   display 'RPT-BURST: ' function trim(w-burst-name)
                           ' HOLDS BRANCH ' w-line-branch
                           ' - NOT IN THE ORIGINAL'
               else
                   if w-bt-entitled(w-bt-hit) not = 'Y'
                       move 'Y' to w-misrouted
                       display 'RPT-BURST: '
                               function trim(w-burst-name)
                               ' HOLDS BRANCH ' w-line-branch
                               ' - NOT ENTITLED'
                   end-if
               end-if
           end-if.

       report-undistributed.
           perform varying w-bt-sub from 1 by 1
                   until w-bt-sub > w-branch-count
               if w-bt-sent(w-bt-sub) = 'N'
                   add 1 to w-undistributed
                   display 'RPT-BURST: ' function trim(w-report)
                           ' BRANCH ' w-bt-code(w-bt-sub)
                           ' IS ON NO DISTRIBUTION CARD'
                   move '*NONE*' to w-recipient
                   move spaces to w-burst-name
                   string 'BRANCH ' w-bt-code(w-bt-sub)
                       delimited by size into w-burst-name
                   end-string
                   move 'UNDISTRIB' to w-send-result
                   move 1 to w-send-branches
                   move w-bt-lines(w-bt-sub) to w-send-lines
                   move w-bt-amount(w-bt-sub) to w-send-amount
                   perform write-log-line
               end-if
           end-perform
           if w-branch-spill = 'Y'
               display 'RPT-BURST: MORE THAN 200 BRANCHES IN '
                       function trim(w-report-name)
                       ' - BURST INCOMPLETE'
           end-if.

       write-log-line.
           move w-stamp-date to w-lg-date
           move w-stamp-time to w-lg-time
           move w-report to w-lg-report
           move w-recipient to w-lg-recipient
           move w-send-result to w-lg-result
           move w-burst-name to w-lg-file
           move w-send-branches to w-lg-branches
           move w-send-lines to w-lg-lines
           move w-send-amount to w-lg-amount
           move w-log-line to dist-log-record
           write dist-log-record.
