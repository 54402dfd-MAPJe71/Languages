      *
      * Report repository filing - every report program writes its
      * dataset fresh on each run (TRANSUM.TXT, COMPLY.TXT,
      * BRSTMT.TXT and the rest), so yesterday's report survived
      * only if somebody copied it. Run after the batch window,
      * this files each report dataset into the keyed repository
      * under its report name and business date: the lines go to
      * RPTREPO.DAT, and RPTINDEX.DAT records the producing
      * program, the run stamp, the business date, the lines filed
      * and the control count. RPT-GET lists and fetches them.
      *
      * A report written through the standard report header (the
      * RPTF copybooks) carries its own program, business date
      * and run stamp, and its trailer carries the control count.
      * A report without the header is filed under the program
      * the report list names, the business date of the run (the
      * BUSDT rule, or argument 2), and the stamp it was filed at.
      *
      * Each filing carries the AUDCHAIN hash of the whole report.
      * A dataset whose content is already filed under the same
      * report name is passed over - rerunning the filer, or a
      * report that did not run today and still holds yesterday's
      * output, files nothing twice.
      *
      * Retention is per report type: a filing older than its
      * report's retention days, judged by its business date
      * against today's, is purged from both files on every run.
      * Retention 0 keeps a report for good, and a report no longer
      * on the list is kept until somebody decides otherwise.
      *
      * The report list is the table below unless RPTREPO.CTL is
      * on disk, in which case its cards replace it:
      *   <report-name> <dataset> <retention-days> [<program>]
      *
      * Arguments: 1 the report name to file (default ALL), 2 the
      * business date YYYYMMDD for reports without the standard
      * header (default the BUSDT rule), 3 the report list (default
      * RPTREPO.CTL).
      *
       identification division.
       program-id. RPT-FILE.

       environment division.
       input-output section.
       file-control.
           select report-in
           assign to dynamic w-dataset-name
           organization is line sequential
           file status is w-in-status.
           select repo-file
           assign to "RPTREPO.DAT"
           organization is indexed
           access mode is dynamic
           record key is rr-key
           file status is w-repo-status.
           select index-file
           assign to "RPTINDEX.DAT"
           organization is indexed
           access mode is dynamic
           record key is ri-key
           file status is w-index-status.
           select list-ctl
           assign to dynamic w-list-name
           organization is line sequential
           file status is w-list-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  report-in.
       01  report-in-record               pic x(132).

       fd  repo-file.
       01  repo-record.
           03  rr-key.
               05  rr-name                pic x(12).
               05  rr-bus-date            pic x(8).
               05  rr-run-date            pic x(8).
               05  rr-run-time            pic x(8).
               05  rr-line                pic 9(6).
           03  rr-text                    pic x(132).

       fd  index-file.
       01  index-record.
           03  ri-key.
               05  ri-name                pic x(12).
               05  ri-bus-date            pic x(8).
               05  ri-run-date            pic x(8).
               05  ri-run-time            pic x(8).
           03  ri-data.
               05  ri-program             pic x(16).
               05  ri-dataset             pic x(40).
               05  ri-lines               pic 9(6).
               05  ri-ctl-count           pic x(8).
               05  ri-filed-date          pic x(8).
               05  ri-filed-time          pic x(8).
               05  ri-filed-by            pic x(12).
               05  ri-hash                pic x(18).

       fd  list-ctl.
       01  list-record                    pic x(80).
       COPY BUSDTFD.

       working-storage section.
       01  w-dataset-name                 pic x(40) value spaces.
       01  w-list-name                    pic x(80)
           value "RPTREPO.CTL".
       01  w-in-status                    pic x(2) value spaces.
       01  w-repo-status                  pic x(2) value spaces.
       01  w-index-status                 pic x(2) value spaces.
       01  w-list-status                  pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-only-name                    pic x(12) value 'ALL'.
       01  w-file-date                    pic x(8) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.
       01  w-index-eof                    pic x value 'N'.
           88  index-eof                  value 'Y'.

      *
      * The shop's reports, what each is filed as, and how long
      * it is kept - regulatory and financial reports seven years,
      * operational ones thirteen months, the forecasts ninety
      * days.
      *
       01  w-list-values.
           03  filler pic x(12) value 'COMPLY'.
           03  filler pic x(14) value 'COMPLY.TXT'.
           03  filler pic x(16) value 'LARGE-TRADE'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'TRANSUM'.
           03  filler pic x(14) value 'TRANSUM.TXT'.
           03  filler pic x(16) value 'TRAN-SUMMARY'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'REGSUM'.
           03  filler pic x(14) value 'REGSUM.TXT'.
           03  filler pic x(16) value 'REGION-RPT'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'BRSTMT'.
           03  filler pic x(14) value 'BRSTMT.TXT'.
           03  filler pic x(16) value 'BRANCH-STMT'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'BALANCE'.
           03  filler pic x(14) value 'BALANCE.TXT'.
           03  filler pic x(16) value 'TRAN-RECON'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'GLRECON'.
           03  filler pic x(14) value 'GLRECON.TXT'.
           03  filler pic x(16) value 'GL-RECON'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'REVAL'.
           03  filler pic x(14) value 'REVAL.TXT'.
           03  filler pic x(16) value 'TRAN-REVAL'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'YRCLOSE'.
           03  filler pic x(14) value 'YRCLOSE.TXT'.
           03  filler pic x(16) value 'YEAR-CLOSE'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'CASHLAD'.
           03  filler pic x(14) value 'CASHLAD.TXT'.
           03  filler pic x(16) value 'CASH-LADDER'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'NOSPROJ'.
           03  filler pic x(14) value 'NOSPROJ.TXT'.
           03  filler pic x(16) value 'CASH-LADDER'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'CPTYRPT'.
           03  filler pic x(14) value 'CPTYRPT.TXT'.
           03  filler pic x(16) value 'CPTY-RPT'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'REGSTAT'.
           03  filler pic x(14) value 'REGSTAT.TXT'.
           03  filler pic x(16) value 'REG-RPT'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'OPERCERT'.
           03  filler pic x(14) value 'OPERCERT.TXT'.
           03  filler pic x(16) value 'OPER-MAINT'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'CHAINRPT'.
           03  filler pic x(14) value 'CHAINRPT.TXT'.
           03  filler pic x(16) value 'CHAIN-VERIFY'.
           03  filler pic 9(4)  value 2555.
           03  filler pic x(12) value 'EXCAGE'.
           03  filler pic x(14) value 'EXCAGE.TXT'.
           03  filler pic x(16) value 'TRANEXC-AGE'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'SETLFAIL'.
           03  filler pic x(14) value 'SETLFAIL.TXT'.
           03  filler pic x(16) value 'SETL-MATCH'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'REVCHK'.
           03  filler pic x(14) value 'REVCHK.TXT'.
           03  filler pic x(16) value 'TRAN-REVCHK'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'RATEHOLD'.
           03  filler pic x(14) value 'RATEHOLD.TXT'.
           03  filler pic x(16) value 'RATES-FEED'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'BRACTRPT'.
           03  filler pic x(14) value 'BRACTRPT.TXT'.
           03  filler pic x(16) value 'BRANCH-ACTIVITY'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'DORMRPT'.
           03  filler pic x(14) value 'DORMRPT.TXT'.
           03  filler pic x(16) value 'BRANCH-DORMANT'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'DEADLINE'.
           03  filler pic x(14) value 'DEADLINE.TXT'.
           03  filler pic x(16) value 'DEADLINE-RPT'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'RUNRPT'.
           03  filler pic x(14) value 'RUNRPT.TXT'.
           03  filler pic x(16) value 'RUNLOG-REPORT'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'HANDOVER'.
           03  filler pic x(14) value 'HANDOVER.TXT'.
           03  filler pic x(16) value 'SHIFT-HANDOVER'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'INCIDENT'.
           03  filler pic x(14) value 'INCIDENT.TXT'.
           03  filler pic x(16) value 'INCIDENT-REG'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'HEADROOM'.
           03  filler pic x(14) value 'HEADROOM.TXT'.
           03  filler pic x(16) value 'TBL-HEADROOM'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'TREND'.
           03  filler pic x(14) value 'TREND.TXT'.
           03  filler pic x(16) value 'STAT-TREND'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'ARCHSWP'.
           03  filler pic x(14) value 'ARCHSWP.TXT'.
           03  filler pic x(16) value 'ARCH-SWEEP'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'DRRECV'.
           03  filler pic x(14) value 'DRRECV.TXT'.
           03  filler pic x(16) value 'DR-RECEIVE'.
           03  filler pic 9(4)  value 400.
           03  filler pic x(12) value 'SCHEDFCST'.
           03  filler pic x(14) value 'SCHEDFCST.TXT'.
           03  filler pic x(16) value 'SCHED-FCST'.
           03  filler pic 9(4)  value 90.
       01  w-list-table redefines w-list-values.
           03  w-l-entry occurs 29 times.
               05  w-l-name               pic x(12).
               05  w-l-dataset            pic x(14).
               05  w-l-program            pic x(16).
               05  w-l-days               pic 9(4).

      *
      * The list in force - the table above, or RPTREPO.CTL.
      *
       01  w-rpt-list.
           03  w-r-entry occurs 60 times.
               05  w-r-name               pic x(12).
               05  w-r-dataset            pic x(40).
               05  w-r-program            pic x(16).
               05  w-r-days               pic 9(4).
       01  w-r-count                      pic 9(2) value zeros.
       01  w-r-sub                        pic 9(2) value zeros.
       01  w-r-hit                        pic 9(2) value zeros.
       01  w-word-1                       pic x(40) value spaces.
       01  w-word-2                       pic x(40) value spaces.
       01  w-word-3                       pic x(40) value spaces.
       01  w-word-4                       pic x(40) value spaces.

       01  w-line-count                   pic 9(6) value zeros.
       01  w-ctl-count                    pic x(8) value spaces.
       01  w-has-header                   pic x value 'N'.
       01  w-program                      pic x(16) value spaces.
       01  w-bus-date                     pic x(8) value spaces.
       01  w-run-date                     pic x(8) value spaces.
       01  w-run-time                     pic x(8) value spaces.
       01  w-already                      pic x value 'N'.
       01  w-already-date                 pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-stamp-date                   pic x(8) value spaces.
       01  w-stamp-time                   pic x(8) value spaces.

       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 132.
       01  w-chain-hash                   pic x(18) value spaces.

       01  w-dcalc-func                   pic x value 'A'.
       01  w-expire-date                  pic 9(8) value zeros.
       01  w-keep-days                    pic s9(7) value zeros.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-purge-name                   pic x(12) value spaces.
       01  w-purge-key                    pic x(36) value spaces.

       01  w-filed-count                  pic 9(4) value zeros.
       01  w-unchanged-count              pic 9(4) value zeros.
       01  w-missing-count                pic 9(4) value zeros.
       01  w-unindexed-count              pic 9(4) value zeros.
       01  w-purged-count                 pic 9(4) value zeros.
       01  w-purged-lines                 pic 9(8) value zeros.

       COPY BUSDTWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function upper-case(w-cmd-arg(1:12))
                   to w-only-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-file-date
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-list-name
           end-if
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-stamp-date from date yyyymmdd
           accept w-stamp-time from time
           if w-file-date = spaces
               perform get-business-date
               move ws-bus-date to w-file-date
           end-if

           perform load-report-list
           if w-only-name not = 'ALL'
               move zero to w-r-hit
               perform varying w-r-sub from 1 by 1
                       until w-r-sub > w-r-count
                   if w-r-name(w-r-sub) = w-only-name
                       move w-r-sub to w-r-hit
                   end-if
               end-perform
               if w-r-hit = 0
                   display 'RPT-FILE: ' function trim(w-only-name)
                           ' IS NOT ON THE REPORT LIST'
                   move 16 to return-code
                   stop run
               end-if
           end-if

           perform open-repository
           perform varying w-r-sub from 1 by 1
                   until w-r-sub > w-r-count
               if w-only-name = 'ALL'
                       or w-r-name(w-r-sub) = w-only-name
                   perform file-one-report
               end-if
           end-perform
           perform purge-expired-reports
           close repo-file index-file

           display 'RPT-FILE SUMMARY: ' w-file-date
           display '  REPORTS FILED....: ' w-filed-count
           display '  ALREADY FILED....: ' w-unchanged-count
           display '  NOT PRESENT......: ' w-missing-count
           display '  NOT INDEXED......: ' w-unindexed-count
           display '  FILINGS PURGED...: ' w-purged-count
           display '  LINES PURGED.....: ' w-purged-lines
           if w-unindexed-count > zero
               move 16 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       load-report-list.
           move 'N' to w-eof
           open input list-ctl
           if w-list-status = '00'
               perform until at-eof
                   read list-ctl
                       at end move 'Y' to w-eof
                       not at end perform load-one-list-card
                   end-read
               end-perform
               close list-ctl
           else
               perform varying w-r-sub from 1 by 1
                       until w-r-sub > 29
                   move w-l-name(w-r-sub) to w-r-name(w-r-sub)
                   move w-l-dataset(w-r-sub)
                       to w-r-dataset(w-r-sub)
                   move w-l-program(w-r-sub)
                       to w-r-program(w-r-sub)
                   move w-l-days(w-r-sub) to w-r-days(w-r-sub)
               end-perform
               move 29 to w-r-count
           end-if.

       load-one-list-card.
           move spaces to w-word-1 w-word-2 w-word-3 w-word-4
           unstring list-record delimited by all spaces
               into w-word-1 w-word-2 w-word-3 w-word-4
           end-unstring
           if w-word-1 not = spaces and w-word-1(1:1) not = '*'
                   and w-word-2 not = spaces
                   and w-r-count < 60
               add 1 to w-r-count
               move function upper-case(w-word-1(1:12))
                   to w-r-name(w-r-count)
               move w-word-2 to w-r-dataset(w-r-count)
               move zeros to w-r-days(w-r-count)
               if function test-numval(w-word-3) = zero
                   compute w-r-days(w-r-count) =
                       function numval(w-word-3)
               end-if
               move function upper-case(w-word-4(1:16))
                   to w-r-program(w-r-count)
           end-if.

      *
      * A repository not yet on disk is created empty and opened
      * again for update - the filing reads the index as it goes.
      *
       open-repository.
           open i-o repo-file
           if w-repo-status not = '00'
               open output repo-file
               close repo-file
               open i-o repo-file
           end-if
           open i-o index-file
           if w-index-status not = '00'
               open output index-file
               close index-file
               open i-o index-file
           end-if
           if w-repo-status not = '00' or w-index-status not = '00'
               display 'RPT-FILE: CANNOT OPEN THE REPOSITORY - '
                       'RPTREPO.DAT ' w-repo-status
                       ' RPTINDEX.DAT ' w-index-status
               move 16 to return-code
               stop run
           end-if.

      *
      * First pass: count, hash, and read the standard header and
      * trailer off the dataset. Second pass: file the lines.
      *
       file-one-report.
           move w-r-dataset(w-r-sub) to w-dataset-name
           open input report-in
           if w-in-status not = '00'
               add 1 to w-missing-count
               display 'RPT-FILE: ' function trim(w-dataset-name)
                       ' NOT PRESENT - PASSED OVER'
           else
               move zeros to w-line-count
               move spaces to w-ctl-count w-chain-prev
               move 'N' to w-has-header
               move w-r-program(w-r-sub) to w-program
               move w-file-date to w-bus-date
               move w-stamp-date to w-run-date
               move w-stamp-time to w-run-time
               move 'N' to w-eof
               perform until at-eof
                   read report-in
                       at end move 'Y' to w-eof
                       not at end perform scan-one-line
                   end-read
               end-perform
               close report-in
               move w-chain-prev to w-chain-hash
               perform check-already-filed
               evaluate true
                   when w-line-count = zero
                       add 1 to w-missing-count
                       display 'RPT-FILE: '
                               function trim(w-dataset-name)
                               ' IS EMPTY - PASSED OVER'
                   when w-already = 'Y'
                       add 1 to w-unchanged-count
                       display 'RPT-FILE: ' w-r-name(w-r-sub)
                               ' ALREADY FILED FOR ' w-already-date
                   when other
                       perform store-one-report
               end-evaluate
           end-if.

       scan-one-line.
           add 1 to w-line-count
           if w-line-count = 1
               move report-in-record to ws-rpt-head
               if report-in-record(1:7) = 'REPORT '
                       and report-in-record(20:5) = ' PGM '
                       and ws-rh-bus-date is numeric
                   move 'Y' to w-has-header
                   move ws-rh-program to w-program
                   move ws-rh-bus-date to w-bus-date
                   move ws-rh-run-date to w-run-date
                   move ws-rh-run-time to w-run-time
               end-if
           end-if
           if w-has-header = 'Y'
                   and report-in-record(1:14) = 'END OF REPORT '
               move report-in-record to ws-rpt-foot
               move function trim(ws-rf-count) to w-ctl-count
           end-if
           move report-in-record to w-chain-text
           call 'AUDCHAIN' using w-chain-prev, w-chain-text,
                   w-chain-len, w-chain-hash
           move w-chain-hash to w-chain-prev.

      *
      * The same content already under this report name, whatever
      * date it was filed for, is not filed again.
      *
       check-already-filed.
           move 'N' to w-already
           move 'N' to w-index-eof
           move spaces to index-record
           move w-r-name(w-r-sub) to ri-name
           start index-file key >= ri-key
               invalid key move 'Y' to w-index-eof
           end-start
           perform until index-eof
               read index-file next
                   at end move 'Y' to w-index-eof
                   not at end
                       if ri-name not = w-r-name(w-r-sub)
                           move 'Y' to w-index-eof
                       else
                           if ri-hash = w-chain-hash
                               move 'Y' to w-already
                               move ri-bus-date to w-already-date
                           end-if
                       end-if
               end-read
           end-perform.

      *
      * The lines go in first and the index entry last - a filing
      * cut short has no index entry, so the next run finds it
      * unfiled and files it again over the partial lines.
      *
       store-one-report.
           move spaces to index-record
           move w-r-name(w-r-sub) to ri-name
           move w-bus-date to ri-bus-date
           move w-run-date to ri-run-date
           move w-run-time to ri-run-time
           read index-file key is ri-key
               invalid key
                   perform store-report-lines
                   perform write-index-entry
               not invalid key
                   display 'RPT-FILE: ' w-r-name(w-r-sub)
                           ' RUN ' w-run-date ' ' w-run-time
                           ' IS ALREADY IN THE INDEX - NOT FILED'
                   add 1 to w-unchanged-count
           end-read.

       write-index-entry.
           move spaces to index-record
           move w-r-name(w-r-sub) to ri-name
           move w-bus-date to ri-bus-date
           move w-run-date to ri-run-date
           move w-run-time to ri-run-time
           move w-program to ri-program
           move w-dataset-name to ri-dataset
           move w-line-count to ri-lines
           move w-ctl-count to ri-ctl-count
           move w-stamp-date to ri-filed-date
           move w-stamp-time to ri-filed-time
           move w-operator to ri-filed-by
           move w-chain-hash to ri-hash
           write index-record
               invalid key
                   display 'RPT-FILE: ' w-r-name(w-r-sub)
                           ' RUN ' w-run-date ' ' w-run-time
                           ' INDEX NOT WRITTEN - STATUS '
                           w-index-status
                   add 1 to w-unindexed-count
               not invalid key
                   add 1 to w-filed-count
                   display 'RPT-FILE: FILED ' w-r-name(w-r-sub)
                           ' FOR ' w-bus-date ' RUN ' w-run-date
                           ' ' w-run-time ' ' w-line-count ' LINES'
           end-write.

       store-report-lines.
           move zeros to w-line-count
           open input report-in
           move 'N' to w-eof
           perform until at-eof
               read report-in
                   at end move 'Y' to w-eof
                   not at end
                       add 1 to w-line-count
                       move w-r-name(w-r-sub) to rr-name
                       move w-bus-date to rr-bus-date
                       move w-run-date to rr-run-date
                       move w-run-time to rr-run-time
                       move w-line-count to rr-line
                       move report-in-record to rr-text
                       write repo-record
                           invalid key rewrite repo-record
                       end-write
               end-read
           end-perform
           close report-in.

      *
      * A filing whose business date plus its report's retention
      * falls before today's business date goes, lines first.
      *
       purge-expired-reports.
           move 'N' to w-index-eof
           move low-values to ri-key
           start index-file key >= ri-key
               invalid key move 'Y' to w-index-eof
           end-start
           perform until index-eof
               read index-file next
                   at end move 'Y' to w-index-eof
                   not at end perform judge-one-filing
               end-read
           end-perform.

       judge-one-filing.
           move zero to w-r-hit
           perform varying w-r-sub from 1 by 1
                   until w-r-sub > w-r-count
               if w-r-name(w-r-sub) = ri-name
                   move w-r-sub to w-r-hit
               end-if
           end-perform
           if w-r-hit > 0 and ri-bus-date is numeric
               if w-r-days(w-r-hit) > zero
                   move ri-bus-date to w-expire-date
                   move w-r-days(w-r-hit) to w-keep-days
                   move 'A' to w-dcalc-func
                   move spaces to w-dcalc-status
                   call 'Y2KDCALC' using w-dcalc-func,
                           w-expire-date, omitted, w-keep-days,
                           omitted, w-dcalc-status
                   if w-dcalc-status = '00'
                           and w-expire-date < w-file-date
                       perform purge-one-filing
                   end-if
               end-if
           end-if.

       purge-one-filing.
           move ri-key to w-purge-key
           move 'N' to w-eof
           move w-purge-key to rr-key(1:36)
           move zeros to rr-line
           start repo-file key >= rr-key
               invalid key move 'Y' to w-eof
           end-start
           perform until at-eof
               read repo-file next
                   at end move 'Y' to w-eof
                   not at end
                       if rr-key(1:36) not = w-purge-key
                           move 'Y' to w-eof
                       else
                           delete repo-file record
                               invalid key continue
                           end-delete
                           add 1 to w-purged-lines
                       end-if
               end-read
           end-perform
           delete index-file record
               invalid key continue
           end-delete
           add 1 to w-purged-count
           display 'RPT-FILE: PURGED ' ri-name ' FOR ' ri-bus-date
                   ' RUN ' ri-run-date ' ' ri-run-time.

       COPY BUSDTPA.
