      *
      * Regression driver for the nightly trade chain - a change
      * to the load or a report downstream of it used to go in on
      * faith. One run puts a fixed baseline back (the trade
      * history, masters, and control files from an EOD-SNAP set
      * kept in the baseline directory, proved by EOD-RESTORE,
      * plus any other flat file or stored extract the cards
      * name), fixes the business date, runs the named jobs in
      * card order, and compares every named output with its
      * approved copy through FILE-COMPARE, run stamps masked.
      * The answer is one pass/fail sheet (REGSUITE.TXT).
      *
      * Control cards (REGSUITE.CTL or argument 2):
      *   BASELINE <dir>       the baseline directory (default
      *                        REGBASE)
      *   DATE <yyyymmdd>      the business date the jobs run as
      *                        (required - written to BUSDATE.CTL)
      *   SNAPSHOT <yyyymmdd>  the EOD-SNAP set in the baseline
      *                        directory to restore
      *   RESTORE <file>       a file copied in from the baseline
      *                        directory - a master or control
      *                        file the set does not carry, or a
      *                        stored extract
      *   JOB <name> <rc> <command...>
      *                        a job, run in card order; a return
      *                        code above <rc> fails it and the
      *                        jobs after it are not run
      *   COMPARE <file> [mask] [key]
      *                        an output compared with
      *                        <dir>/<file>.APPROVED; the mask file
      *                        (default <dir>/<file>.MASK when
      *                        there is one) names the run-stamp
      *                        columns to ignore, and a key file
      *                        selects FILE-COMPARE's keyed mode
      * Every COMPARE output is deleted before the restore, so an
      * output the jobs append to starts from what the baseline
      * gives it and nothing left by the last run. The trade
      * history and the branch position master are indexed - they
      * restore from, and compare and approve as, a flat image of
      * their records in key order (<file>.FLAT in the working
      * directory).
      *
      * A run never changes an approved copy. Accepting a new
      * baseline is its own step - ACCEPT, by an operator holding
      * the REGACCEPT function on OPERMAST.CTL, with a change
      * reference - and each accepted output lands in REGSAUD.TXT
      * with who, when, the reference, and the record counts
      * before and after.
      *
      * RETURN-CODE 0 when everything passed, 8 when a job or a
      * comparison failed, 16 when the baseline could not be put
      * back or the cards are unusable.
      *
      * Arguments: 1 RUN or ACCEPT (default RUN), 2 control cards
      * (default REGSUITE.CTL); for RUN 3 the sheet (default
      * REGSUITE.TXT); for ACCEPT 3 the output to accept, or ALL,
      * and 4 the change reference.
      *
       identification division.
       program-id. REG-SUITE.

       environment division.
       input-output section.
       file-control.
           select ctl-file
           assign to dynamic w-ctl-name
           organization is line sequential
           file status is w-ctl-status.
           select src-file
           assign to dynamic w-src-name
           organization is line sequential
           file status is w-src-status.
           select dst-file
           assign to dynamic w-dst-name
           organization is line sequential
           file status is w-dst-status.
           select mft-file
           assign to dynamic w-mft-name
           organization is line sequential
           file status is w-mft-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           select audit-file
           assign to "REGSAUD.TXT"
           organization is line sequential
           file status is w-audit-status.
           select busdate-out
           assign to "BUSDATE.CTL"
           organization is line sequential
           file status is w-busdate-status.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select brbal-file
           assign to "BRBAL.DAT"
           organization is indexed
           access mode is dynamic
           record key is bb-key
           file status is w-brbal-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  ctl-file.
       01  ctl-record                     pic x(132).

       fd  src-file.
       01  src-record                     pic x(256).
       fd  dst-file.
       01  dst-record                     pic x(256).

       fd  mft-file.
       01  mft-record.
           03  mf-tag                     pic x(10).
           03  filler                     pic x.
           03  mf-count                   pic 9(8).
           03  filler                     pic x.
           03  mf-total                   pic s9(11)v99.
           03  filler                     pic x.
           03  mf-flag                    pic x(8).

       fd  report-file.
       01  report-line                    pic x(132).

       fd  audit-file.
       01  audit-record                   pic x(132).

       fd  busdate-out.
       01  busdate-out-record             pic x(8).

       fd  tran
           record contains 1024 characters.
       01  tran-post.
           03  tran-key.
               05  tran-branch            pic x(04).
               05  tran-seq               pic 9(06).
           03  tran-data.
               05  tran-trade-date        pic 9(08).
               05  tran-amount            pic S9999V99.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  brbal-file.
       01  brbal-record.
           03  bb-key.
               05  bb-branch              pic x(04).
               05  bb-currency            pic x(03).
           03  bb-data.
               05  bb-bus-date            pic 9(08).
               05  bb-opening             pic s9(9)v99.
               05  bb-movement            pic s9(9)v99.
               05  bb-closing             pic s9(9)v99.
       COPY OPAUTHFD.

       working-storage section.
       01  w-ctl-name                     pic x(80) value
                                          'REGSUITE.CTL'.
       01  w-report-name                  pic x(80) value
                                          'REGSUITE.TXT'.
       01  w-src-name                     pic x(80) value spaces.
       01  w-dst-name                     pic x(80) value spaces.
       01  w-mft-name                     pic x(80) value spaces.
       01  w-tran-filename                pic x(80) value
                                          'tran.dat'.
       01  w-ctl-status                   pic x(2) value spaces.
       01  w-src-status                   pic x(2) value spaces.
       01  w-dst-status                   pic x(2) value spaces.
       01  w-mft-status                   pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-busdate-status               pic x(2) value spaces.
       01  w-tran-status                  pic x(2) value spaces.
       01  w-brbal-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
       01  w-call-status                  pic s9(9) comp value zeros.

       01  w-action                       pic x(8) value 'RUN'.
       01  w-accept-what                  pic x(40) value spaces.
       01  w-change-ref                   pic x(20) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-audit-line                   pic x(132) value spaces.

       01  w-word-1                       pic x(60) value spaces.
       01  w-word-2                       pic x(60) value spaces.
       01  w-word-3                       pic x(60) value spaces.
       01  w-word-4                       pic x(60) value spaces.
       01  w-card-ptr                     pic 9(3) value zeros.
       01  w-card-rest                    pic x(132) value spaces.
       01  w-card-error                   pic x value 'N'.

       01  w-base-dir                     pic x(60) value 'REGBASE'.
       01  w-run-date                     pic x(8) value spaces.
       01  w-snap-date                    pic x(8) value spaces.

       01  w-rs-table.
           03  w-rs-file occurs 30 times  pic x(40).
       01  w-rs-count                     pic 9(2) value zeros.
       01  w-rs-sub                       pic 9(2) value zeros.

       01  w-job-table.
           03  w-job-entry occurs 30 times.
               05  w-jb-name              pic x(8).
               05  w-jb-max-rc            pic 9(4).
               05  w-jb-command           pic x(120).
               05  w-jb-rc                pic 9(4).
               05  w-jb-result            pic x(8).
       01  w-job-count                    pic 9(2) value zeros.
       01  w-jb-sub                       pic 9(2) value zeros.

       01  w-cmp-table.
           03  w-cmp-entry occurs 30 times.
               05  w-cm-file              pic x(40).
               05  w-cm-mask              pic x(60).
               05  w-cm-key               pic x(60).
               05  w-cm-rc                pic 9(4).
               05  w-cm-result            pic x(8).
               05  w-cm-detail            pic x(60).
       01  w-cmp-count                    pic 9(2) value zeros.
       01  w-cm-sub                       pic 9(2) value zeros.

       01  w-setup-fault                  pic x(60) value spaces.
       01  w-chain-broken                 pic x value 'N'.
       01  w-fail-count                   pic 9(3) value zeros.
       01  w-pass-count                   pic 9(3) value zeros.
       01  w-step-rc                      pic s9(9) value zeros.
       01  w-cmd-line                     pic x(250) value spaces.
       01  w-copy-count                   pic 9(8) value zeros.
       01  w-old-count                    pic 9(8) value zeros.
       01  w-copy-ok                      pic x value 'N'.
       01  w-file-kind                    pic x value space.
       01  w-work-file                    pic x(80) value spaces.
       01  w-mask-name                    pic x(80) value spaces.
       01  w-accepted-count               pic 9(3) value zeros.

       01  w-rpt-rec.
           03  rpt-kind                   pic x(8).
           03  filler                     pic x.
           03  rpt-name                   pic x(30).
           03  filler                     pic x.
           03  rpt-result                 pic x(8).
           03  filler                     pic x.
           03  rpt-rc                     pic z(3)9.
           03  filler                     pic x(2).
           03  rpt-detail                 pic x(60).

       COPY RPTFWS.
       COPY OPAUTHWS.

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
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-ctl-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-action = 'ACCEPT'
               move w-cmd-arg to w-accept-what
           else
               if w-cmd-arg not = spaces
                   move w-cmd-arg to w-report-name
               end-if
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-change-ref
           if w-action not = 'RUN' and w-action not = 'ACCEPT'
               display 'REG-SUITE: USAGE: REG-SUITE RUN [CARDS] '
                       '[SHEET] | ACCEPT <CARDS> <OUTPUT|ALL> <REF>'
               move 16 to return-code
               stop run
           end-if
           accept w-tran-filename from environment
               "Y2KSMPL_TRAN_FILE"
               on exception continue
           end-accept
           if w-tran-filename = spaces
               move "tran.dat" to w-tran-filename
           end-if

           perform load-control-cards
           if w-action = 'ACCEPT'
               perform accept-new-baselines
               stop run
           end-if

           if w-run-date = spaces
               display 'REG-SUITE: NO DATE CARD - THE SUITE RUNS '
                       'AS OF A FIXED BUSINESS DATE'
               move 'Y' to w-card-error
           end-if
           if w-card-error = 'Y'
               display 'REG-SUITE: *** CONTROL CARDS IN ERROR - '
                       'NOTHING RUN ***'
               move 16 to return-code
               stop run
           end-if

           perform clear-the-outputs
           perform restore-the-baseline
           if w-setup-fault = spaces
               add 1 to w-pass-count
               perform run-the-jobs
               perform compare-the-outputs
           else
               add 1 to w-fail-count
           end-if
           perform write-the-sheet

           display 'REG-SUITE: ' w-run-date ' PASSED ' w-pass-count
                   ' FAILED ' w-fail-count
           move zero to return-code
           evaluate true
               when w-setup-fault not = spaces
                   display 'REG-SUITE: *** BASELINE NOT RESTORED - '
                           function trim(w-setup-fault) ' ***'
                   move 16 to return-code
               when w-fail-count > zero
                   display 'REG-SUITE: *** REGRESSION FAILED - SEE '
                           function trim(w-report-name) ' ***'
                   move 8 to return-code
           end-evaluate
           stop run.

       load-control-cards.
           move 'N' to w-eof
           open input ctl-file
           if w-ctl-status not = '00'
               display 'REG-SUITE: CANNOT OPEN CONTROL '
                       function trim(w-ctl-name)
               move 16 to return-code
               stop run
           end-if
           perform until w-eof = 'Y'
               read ctl-file
                   at end move 'Y' to w-eof
                   not at end perform load-one-card
               end-read
           end-perform
           close ctl-file.

       load-one-card.
           move spaces to w-word-1 w-word-2 w-word-3 w-word-4
           move 1 to w-card-ptr
           unstring ctl-record delimited by all spaces
               into w-word-1 w-word-2 w-word-3
               with pointer w-card-ptr
           end-unstring
           evaluate function upper-case(w-word-1)
               when 'BASELINE'
                   move w-word-2 to w-base-dir
               when 'DATE'
                   move w-word-2(1:8) to w-run-date
                   if w-run-date is not numeric
                       display 'REG-SUITE: DATE CARD IS NOT '
                               'YYYYMMDD'
                       move 'Y' to w-card-error
                   end-if
               when 'SNAPSHOT'
                   move w-word-2(1:8) to w-snap-date
               when 'RESTORE'
                   if w-rs-count < 30
                       add 1 to w-rs-count
                       move w-word-2 to w-rs-file(w-rs-count)
                   end-if
               when 'JOB'
                   perform take-job-card
               when 'COMPARE'
                   perform take-compare-card
               when spaces
                   continue
               when other
                   if w-word-1(1:1) not = '*'
                       display 'REG-SUITE: UNKNOWN CARD '
                               function trim(ctl-record)
                       move 'Y' to w-card-error
                   end-if
           end-evaluate.

      *
      * JOB <name> <rc> - the rest of the card is the command, the
      * way BATCH-SCHED takes it.
      *
       take-job-card.
           if w-word-3 = spaces
                   or function test-numval(w-word-3) not = 0
               display 'REG-SUITE: JOB ' function trim(w-word-2)
                       ' HAS NO RETURN CODE LIMIT'
               move 'Y' to w-card-error
           end-if
           if w-job-count < 30 and w-card-error = 'N'
               add 1 to w-job-count
               move function upper-case(w-word-2)
                   to w-jb-name(w-job-count)
               compute w-jb-max-rc(w-job-count) =
                   function numval(w-word-3)
               move spaces to w-card-rest
               if w-card-ptr <= 132
                   move ctl-record(w-card-ptr:) to w-card-rest
               end-if
               move function trim(w-card-rest)
                   to w-jb-command(w-job-count)
               move zeros to w-jb-rc(w-job-count)
               move 'NOT RUN' to w-jb-result(w-job-count)
               if w-jb-command(w-job-count) = spaces
                   display 'REG-SUITE: JOB ' w-jb-name(w-job-count)
                           ' HAS NO COMMAND'
                   move 'Y' to w-card-error
               end-if
           end-if.

       take-compare-card.
           unstring ctl-record delimited by all spaces
               into w-word-4
               with pointer w-card-ptr
           end-unstring
           if w-cmp-count < 30
               add 1 to w-cmp-count
               move w-word-2 to w-cm-file(w-cmp-count)
               move w-word-3 to w-cm-mask(w-cmp-count)
               move w-word-4 to w-cm-key(w-cmp-count)
               move zeros to w-cm-rc(w-cmp-count)
               move 'NOT RUN' to w-cm-result(w-cmp-count)
               move spaces to w-cm-detail(w-cmp-count)
           end-if.

      *
      * The trade history and the position master are indexed;
      * everything else the suite touches is flat.
      *
       judge-file-kind.
           evaluate true
               when w-word-1 = w-tran-filename
                   move 'T' to w-file-kind
               when w-word-1 = 'BRBAL.DAT'
                   move 'B' to w-file-kind
               when other
                   move 'F' to w-file-kind
           end-evaluate.

       clear-the-outputs.
           perform varying w-cm-sub from 1 by 1
                   until w-cm-sub > w-cmp-count
               move w-cm-file(w-cm-sub) to w-word-1
               perform judge-file-kind
               move spaces to w-dst-name
               if w-file-kind = 'F'
                   move w-cm-file(w-cm-sub) to w-dst-name
               else
                   string function trim(w-cm-file(w-cm-sub))
                       '.FLAT' delimited by size into w-dst-name
               end-if
               call 'CBL_DELETE_FILE' using w-dst-name
                   returning w-call-status
               end-call
           end-perform.

      *
      * The set first, proved by EOD-RESTORE; then the files the
      * cards name on their own; then the business date.
      *
       restore-the-baseline.
           if w-snap-date not = spaces
               perform restore-the-snapshot
           end-if
           perform varying w-rs-sub from 1 by 1
                   until w-rs-sub > w-rs-count
                   or w-setup-fault not = spaces
               move w-rs-file(w-rs-sub) to w-word-1
               perform judge-file-kind
               move spaces to w-src-name
               string function trim(w-base-dir) '/'
                   function trim(w-rs-file(w-rs-sub))
                   delimited by size into w-src-name
               evaluate w-file-kind
                   when 'T'
                       perform load-trade-history
                   when 'B'
                       perform load-position-master
                   when other
                       move w-rs-file(w-rs-sub) to w-dst-name
                       perform copy-flat-file
               end-evaluate
               if w-copy-ok not = 'Y'
                   string 'CANNOT RESTORE '
                       function trim(w-rs-file(w-rs-sub))
                       delimited by size into w-setup-fault
               end-if
           end-perform
           if w-setup-fault = spaces
               open output busdate-out
               move w-run-date to busdate-out-record
               write busdate-out-record
               close busdate-out
           end-if.

       restore-the-snapshot.
           move spaces to w-src-name w-dst-name
           string function trim(w-base-dir) '/SNAP' w-snap-date
               '.MFT' delimited by size into w-src-name
           string 'SNAP' w-snap-date '.MFT'
               delimited by size into w-dst-name
           perform copy-flat-file
           if w-copy-ok not = 'Y'
               string 'NO SNAPSHOT MANIFEST SNAP' w-snap-date
                   '.MFT IN ' function trim(w-base-dir)
                   delimited by size into w-setup-fault
           else
               move w-dst-name to w-mft-name
               move 'N' to w-eof
               open input mft-file
               perform until w-eof = 'Y'
                   read mft-file
                       at end move 'Y' to w-eof
                       not at end
                           if mf-flag not = 'ABSENT'
                               perform fetch-snapshot-member
                           end-if
                   end-read
               end-perform
               close mft-file
           end-if
           if w-setup-fault = spaces
               move spaces to w-cmd-line
               string './EodRestore ' w-snap-date ' '
                   function trim(w-tran-filename)
                   delimited by size into w-cmd-line
               call 'SYSTEM' using w-cmd-line
               compute w-step-rc = return-code / 256
               move zero to return-code
               if w-step-rc not = zero
                   string 'EOD-RESTORE OF SNAP' w-snap-date
                       ' DID NOT PROVE' delimited by size
                       into w-setup-fault
               end-if
           end-if.

       fetch-snapshot-member.
           move spaces to w-src-name w-dst-name
           string function trim(w-base-dir) '/SNAP' w-snap-date
               '.' function trim(mf-tag)
               delimited by size into w-src-name
           string 'SNAP' w-snap-date '.' function trim(mf-tag)
               delimited by size into w-dst-name
           perform copy-flat-file
           if w-copy-ok not = 'Y' and w-setup-fault = spaces
               string 'SNAPSHOT MEMBER ' function trim(w-dst-name)
                   ' MISSING' delimited by size into w-setup-fault
           end-if.

       copy-flat-file.
           move 'N' to w-copy-ok
           move zeros to w-copy-count
           move 'N' to w-eof
           open input src-file
           if w-src-status = '00'
               open output dst-file
               if w-dst-status = '00'
                   move 'Y' to w-copy-ok
                   perform until w-eof = 'Y'
                       read src-file
                           at end move 'Y' to w-eof
                           not at end
                               add 1 to w-copy-count
                               move src-record to dst-record
                               write dst-record
                       end-read
                   end-perform
                   close dst-file
               end-if
               close src-file
           end-if.

      *
      * A flat image of the trade history back into a fresh
      * indexed file - the EOD-RESTORE rebuild.
      *
       load-trade-history.
           move 'N' to w-copy-ok
           move zeros to w-copy-count
           move 'N' to w-eof
           open input src-file
           if w-src-status = '00'
               open output tran
               if w-tran-status = '00'
                   move 'Y' to w-copy-ok
                   perform until w-eof = 'Y'
                       read src-file
                           at end move 'Y' to w-eof
                           not at end
                               move src-record(1:80)
                                   to tran-post(1:80)
                               write tran-post
                                   invalid key
                                       move 'N' to w-copy-ok
                                   not invalid key
                                       add 1 to w-copy-count
                               end-write
                       end-read
                   end-perform
                   close tran
               end-if
               close src-file
           end-if.

       load-position-master.
           move 'N' to w-copy-ok
           move zeros to w-copy-count
           move 'N' to w-eof
           open input src-file
           if w-src-status = '00'
               open output brbal-file
               if w-brbal-status = '00'
                   move 'Y' to w-copy-ok
                   perform until w-eof = 'Y'
                       read src-file
                           at end move 'Y' to w-eof
                           not at end
                               move src-record(1:48)
                                   to brbal-record
                               write brbal-record
                                   invalid key
                                       move 'N' to w-copy-ok
                                   not invalid key
                                       add 1 to w-copy-count
                               end-write
                       end-read
                   end-perform
                   close brbal-file
               end-if
               close src-file
           end-if.

      *
      * Card order, the child's exit code unpacked from the wait
      * status as BATCH-SCHED does it. Once a job fails, what it
      * feeds is no test of anything - the rest stay NOT RUN.
      *
       run-the-jobs.
           perform varying w-jb-sub from 1 by 1
                   until w-jb-sub > w-job-count
               if w-chain-broken = 'N'
                   display 'REG-SUITE: RUNNING ' w-jb-name(w-jb-sub)
                   move spaces to w-cmd-line
                   move w-jb-command(w-jb-sub) to w-cmd-line
                   call 'SYSTEM' using w-cmd-line
                   compute w-step-rc = return-code / 256
                   move zero to return-code
                   move w-step-rc to w-jb-rc(w-jb-sub)
                   if w-step-rc > w-jb-max-rc(w-jb-sub)
                       move 'FAIL' to w-jb-result(w-jb-sub)
                       move 'Y' to w-chain-broken
                       add 1 to w-fail-count
                   else
                       move 'PASS' to w-jb-result(w-jb-sub)
                       add 1 to w-pass-count
                   end-if
               else
                   add 1 to w-fail-count
               end-if
           end-perform.

       compare-the-outputs.
           perform varying w-cm-sub from 1 by 1
                   until w-cm-sub > w-cmp-count
               perform compare-one-output
               if w-cm-result(w-cm-sub) = 'PASS'
                   add 1 to w-pass-count
               else
                   add 1 to w-fail-count
               end-if
           end-perform.

       compare-one-output.
           move w-cm-file(w-cm-sub) to w-word-1
           perform judge-file-kind
           perform take-working-copy
           move spaces to w-src-name
           string function trim(w-base-dir) '/'
               function trim(w-cm-file(w-cm-sub)) '.APPROVED'
               delimited by size into w-src-name
           move 'N' to w-eof
           open input src-file
           if w-src-status not = '00'
               move 'FAIL' to w-cm-result(w-cm-sub)
               move 'NO APPROVED COPY IN THE BASELINE'
                   to w-cm-detail(w-cm-sub)
           else
               close src-file
               move w-work-file to w-dst-name
               open input dst-file
               if w-dst-status not = '00'
                   move 'FAIL' to w-cm-result(w-cm-sub)
                   move 'THE JOBS LEFT NO OUTPUT'
                       to w-cm-detail(w-cm-sub)
               else
                   close dst-file
                   perform find-the-mask
                   move spaces to w-cmd-line
                   string './FileComp ' function trim(w-work-file)
                       ' ' function trim(w-src-name) ' '
                       function trim(w-mask-name) ' '
                       function trim(w-cm-file(w-cm-sub)) '.DIFF '
                       function trim(w-cm-key(w-cm-sub))
                       delimited by size into w-cmd-line
                   call 'SYSTEM' using w-cmd-line
                   compute w-step-rc = return-code / 256
                   move zero to return-code
                   move w-step-rc to w-cm-rc(w-cm-sub)
                   move spaces to w-cm-detail(w-cm-sub)
                   if w-step-rc = zero
                       move 'PASS' to w-cm-result(w-cm-sub)
                       string 'MATCHES ' function trim(w-src-name)
                           delimited by size
                           into w-cm-detail(w-cm-sub)
                   else
                       move 'FAIL' to w-cm-result(w-cm-sub)
                       string 'DIFFERS - SEE '
                           function trim(w-cm-file(w-cm-sub))
                           '.DIFF' delimited by size
                           into w-cm-detail(w-cm-sub)
                   end-if
               end-if
           end-if.

      *
      * The card's own mask, else <dir>/<file>.MASK when the
      * baseline keeps one, else nothing masked ('').
      *
       find-the-mask.
           move spaces to w-mask-name
           if w-cm-mask(w-cm-sub) not = spaces
                   and w-cm-mask(w-cm-sub) not = '-'
               move w-cm-mask(w-cm-sub) to w-mask-name
           else
               string function trim(w-base-dir) '/'
                   function trim(w-cm-file(w-cm-sub)) '.MASK'
                   delimited by size into w-mask-name
               move w-mask-name to w-dst-name
               open input dst-file
               if w-dst-status = '00'
                   close dst-file
               else
                   move "''" to w-mask-name
               end-if
           end-if.

      *
      * The output as a flat file - itself, or for an indexed
      * file its records unloaded in key order to <file>.FLAT.
      *
       take-working-copy.
           move spaces to w-work-file
           if w-file-kind = 'F'
               move w-cm-file(w-cm-sub) to w-work-file
           else
               string function trim(w-cm-file(w-cm-sub)) '.FLAT'
                   delimited by size into w-work-file
               move w-work-file to w-dst-name
               if w-file-kind = 'T'
                   perform unload-trade-history
               else
                   perform unload-position-master
               end-if
           end-if.

       unload-trade-history.
           move 'N' to w-eof
           move zeros to w-copy-count
           open input tran
           if w-tran-status = '00'
               open output dst-file
               perform until w-eof = 'Y'
                   read tran next record
                       at end move 'Y' to w-eof
                       not at end
                           add 1 to w-copy-count
                           move spaces to dst-record
                           move tran-post(1:80) to dst-record
                           write dst-record
                   end-read
               end-perform
               close tran dst-file
           end-if.

       unload-position-master.
           move 'N' to w-eof
           move zeros to w-copy-count
           open input brbal-file
           if w-brbal-status = '00'
               open output dst-file
               perform until w-eof = 'Y'
                   read brbal-file next record
                       at end move 'Y' to w-eof
                       not at end
                           add 1 to w-copy-count
                           move spaces to dst-record
                           move brbal-record to dst-record
                           write dst-record
                   end-read
               end-perform
               close brbal-file dst-file
           end-if.

       write-the-sheet.
           open output report-file
           if w-report-status not = '00'
               display 'REG-SUITE: CANNOT OPEN '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           move 'REGSUITE' to ws-rpt-id
           move 'REGSUITE' to ws-rpt-program
           move w-run-date to ws-rpt-bus-date
           perform start-standard-report
           move spaces to w-rpt-rec
           move 'BASELINE' to rpt-kind
           move w-base-dir to rpt-name
           if w-setup-fault = spaces
               move 'PASS' to rpt-result
               if w-snap-date not = spaces
                   string 'SNAP' w-snap-date ' PROVED, '
                       w-rs-count ' FILES RESTORED'
                       delimited by size into rpt-detail
               else
                   string w-rs-count ' FILES RESTORED'
                       delimited by size into rpt-detail
               end-if
           else
               move 'FAIL' to rpt-result
               move w-setup-fault to rpt-detail
           end-if
           move w-rpt-rec to report-line
           perform spool-report-line
           perform varying w-jb-sub from 1 by 1
                   until w-jb-sub > w-job-count
               move spaces to w-rpt-rec
               move 'JOB' to rpt-kind
               move w-jb-name(w-jb-sub) to rpt-name
               move w-jb-result(w-jb-sub) to rpt-result
               move w-jb-rc(w-jb-sub) to rpt-rc
               move w-jb-command(w-jb-sub) to rpt-detail
               move w-rpt-rec to report-line
               perform spool-report-line
           end-perform
           perform varying w-cm-sub from 1 by 1
                   until w-cm-sub > w-cmp-count
               move spaces to w-rpt-rec
               move 'COMPARE' to rpt-kind
               move w-cm-file(w-cm-sub) to rpt-name
               move w-cm-result(w-cm-sub) to rpt-result
               move w-cm-rc(w-cm-sub) to rpt-rc
               move w-cm-detail(w-cm-sub) to rpt-detail
               move w-rpt-rec to report-line
               perform spool-report-line
           end-perform
           move spaces to report-line
           perform spool-report-line
           move spaces to report-line
           if w-setup-fault = spaces and w-fail-count = zero
               string 'SUITE PASSED - ' w-pass-count ' CHECKS'
                   delimited by size into report-line
           else
               string 'SUITE FAILED - ' w-fail-count
                   ' CHECKS FAILED, ' w-pass-count ' PASSED'
                   delimited by size into report-line
           end-if
           perform spool-report-line
           compute ws-rpt-ctl-count = w-pass-count + w-fail-count
           perform end-standard-report
           close report-file.

      *
      * New approved copies - only by an operator who holds
      * REGACCEPT, only with a change reference, and never without
      * a line in REGSAUD.TXT. What is accepted is the output as
      * the last run left it in the working directory.
      *
       accept-new-baselines.
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time
           if w-accept-what = spaces or w-change-ref = spaces
               display 'REG-SUITE: ACCEPT NEEDS THE OUTPUT (OR ALL) '
                       'AND A CHANGE REFERENCE'
               move 16 to return-code
               stop run
           end-if
           move w-operator to ws-auth-user
           move 'REGACCEPT' to ws-auth-function
           move 'REGSUITE' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'REG-SUITE: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED TO ACCEPT BASELINES'
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' ACCEPT '
                   function trim(w-accept-what) ' '
                   function trim(w-change-ref)
                   ' REFUSED NOT AUTHORIZED'
                   delimited by size into w-audit-line
               perform append-audit-line
               move 16 to return-code
               stop run
           end-if
           perform varying w-cm-sub from 1 by 1
                   until w-cm-sub > w-cmp-count
               if w-accept-what = 'ALL'
                       or w-accept-what = w-cm-file(w-cm-sub)
                   perform accept-one-output
               end-if
           end-perform
           display 'REG-SUITE: ' w-accepted-count
                   ' BASELINE(S) ACCEPTED UNDER '
                   function trim(w-change-ref)
           move zero to return-code
           if w-accepted-count = zero
               display 'REG-SUITE: NO COMPARE CARD NAMES '
                       function trim(w-accept-what)
               move 16 to return-code
           end-if.

       accept-one-output.
           move w-cm-file(w-cm-sub) to w-word-1
           perform judge-file-kind
           perform take-working-copy
           move spaces to w-dst-name
           string function trim(w-base-dir) '/'
               function trim(w-cm-file(w-cm-sub)) '.APPROVED'
               delimited by size into w-dst-name
           move zeros to w-old-count
           move 'N' to w-eof
           move w-dst-name to w-src-name
           open input src-file
           if w-src-status = '00'
               perform until w-eof = 'Y'
                   read src-file
                       at end move 'Y' to w-eof
                       not at end add 1 to w-old-count
                   end-read
               end-perform
               close src-file
           end-if
           move w-work-file to w-src-name
           perform copy-flat-file
           move spaces to w-audit-line
           if w-copy-ok = 'Y'
               add 1 to w-accepted-count
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' ACCEPT '
                   function trim(w-cm-file(w-cm-sub)) ' '
                   function trim(w-change-ref)
                   ' WAS ' w-old-count ' NOW ' w-copy-count
                   delimited by size into w-audit-line
               display 'REG-SUITE: ACCEPTED '
                       function trim(w-cm-file(w-cm-sub))
                       ' - ' w-copy-count ' RECORDS'
           else
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' ACCEPT '
                   function trim(w-cm-file(w-cm-sub)) ' '
                   function trim(w-change-ref)
                   ' FAILED - NO OUTPUT OR BASELINE NOT WRITABLE'
                   delimited by size into w-audit-line
               display 'REG-SUITE: CANNOT ACCEPT '
                       function trim(w-cm-file(w-cm-sub))
           end-if
           perform append-audit-line.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY RPTFPA.
       COPY OPAUTHPA.
