      *
      * Dormant branch detection - BRANCH.DAT keeps a branch open
      * until someone remembers to run BRANCH-MAINT CLOSE, and
      * nobody does. This finds the last trade date of every open
      * branch across the live history and the TRANARCH archives
      * named, counts the business days (CALENDAR.CTL) from that
      * date to the business date, and reports every open branch
      * idle for more than the operations-set number of business
      * days (DORMANT.CTL, default 90). A branch with no trade on
      * any file at all is dormant by definition. Each reported
      * branch shows its last trade date, its current positions
      * off BRBAL.DAT, the exceptions still open against it on
      * TRANEXC.DAT, and any exposure limit left on BRLIMIT.CTL.
      *
      * Alongside the report goes a proposal file (DORMPROP.TXT),
      * one CLOSE line per dormant branch, for an authorized
      * operator to review and apply in one pass through
      * BRANCH-MAINT APPLY. A branch still carrying a position or
      * an open exception is proposed commented out (an asterisk
      * in column 1, with the reason) - APPLY passes it by until
      * the operator has cleared it and removed the asterisk. So
      * is a branch that has never traded: it may only have been
      * added yesterday, and nothing on file says how long it has
      * stood idle.
      *
      * Arguments: 1 the report (default DORMRPT.TXT), 2 the
      * proposal file (default DORMPROP.TXT), 3 the trade history
      * (default tran.dat / Y2KSMPL_TRAN_FILE), 4-9 TRANARCH
      * archive files holding purged trades.
      *
       identification division.
       program-id. BRANCH-DORMANT.

       environment division.
       input-output section.
       file-control.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select arch-file
           assign to dynamic w-arch-name
           organization is line sequential
           file status is w-arch-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select brbal-file
           assign to "BRBAL.DAT"
           organization is indexed
           access mode is sequential
           record key is bb-key
           file status is w-brbal-status.
           select tran-except
           assign to "TRANEXC.DAT"
           organization is line sequential
           file status is w-except-status.
           select brlimit-ctl
           assign to "BRLIMIT.CTL"
           organization is line sequential
           file status is w-limit-status.
           select dormant-ctl
           assign to "DORMANT.CTL"
           organization is line sequential
           file status is w-dormant-status.
           select proposal-file
           assign to dynamic w-proposal-name
           organization is line sequential
           file status is w-proposal-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.
           COPY CALSL.

       data division.
       file section.
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

       fd  arch-file.
       01  arch-record.
           03  ar-key.
               05  ar-branch              pic x(04).
               05  ar-seq                 pic x(06).
           03  ar-trade-date              pic 9(08).
           03  ar-amount                  pic S9999V99.
           03  ar-orig-key                pic x(10).
           03  ar-currency                pic x(03).
           03  ar-settle-date             pic x(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  brbal-file.
       01  brbal-record.
           03  bb-key.
               05  bb-branch              pic x(04).
               05  bb-currency            pic x(03).
           03  bb-data.
               05  bb-bus-date            pic 9(8).
               05  bb-opening             pic s9(9)v99.
               05  bb-movement            pic s9(9)v99.
               05  bb-closing             pic s9(9)v99.

       fd  tran-except.
       01  except-record.
           03  exc-key.
               05  exc-branch             pic x(04).
               05  exc-seq                pic x(06).
           03  exc-trade-date             pic 9(08).
           03  exc-amount                 pic S9999V99.
           03  exc-reason                 pic x(20).
           03  exc-queued-date            pic x(08).

       fd  brlimit-ctl.
       01  brlimit-record.
           03  bl-code                    pic x(04).
           03  filler                     pic x.
           03  bl-limit                   pic x(12).

       fd  dormant-ctl.
       01  dormant-record                 pic 9(04).

       fd  proposal-file.
       01  proposal-record                pic x(80).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.
       COPY CALFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-arch-name                    pic x(80) value spaces.
       01  w-proposal-name                pic x(80)
           value "DORMPROP.TXT".
       01  w-report-name                  pic x(80)
           value "DORMRPT.TXT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-arch-status                  pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-brbal-status                 pic x(2) value spaces.
       01  w-except-status                pic x(2) value spaces.
       01  w-limit-status                 pic x(2) value spaces.
       01  w-dormant-status               pic x(2) value spaces.
       01  w-proposal-status              pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-arg-sub                      pic 9(2) value zeros.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.

       01  w-dormant-days                 pic 9(4) value 90.
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-walk-date                    pic 9(8) value zeros.
       01  w-walk-date-x redefines w-walk-date
                                          pic x(8).
       01  w-walk-days                    pic s9(7) value zeros.
       01  w-idle-days                    pic 9(4) value zeros.
       01  w-bus-date-num                 pic 9(8) value zeros.

      *
      * Open branches only - a closed branch has had its decision.
      *
       01  w-br-table.
           03  w-br-entry occurs 200 times.
               05  w-b-code               pic x(4).
               05  w-b-name               pic x(30).
               05  w-b-region             pic x(8).
               05  w-b-last-date          pic 9(8).
               05  w-b-exc-count          pic 9(4).
               05  w-b-limit              pic x(12).
               05  w-b-pos-count          pic 9(2).
               05  w-b-pos occurs 5 times.
                   07  w-bp-currency      pic x(3).
                   07  w-bp-closing       pic s9(9)v99.
       01  w-br-count                     pic 9(3) value zeros.
       01  w-br-sub                       pic 9(3) value zeros.
       01  w-br-hit                       pic 9(3) value zeros.
       01  w-br-spill                     pic x value 'N'.
       01  w-p-sub                        pic 9(2) value zeros.
       01  w-find-code                    pic x(4) value spaces.
       01  w-find-date                    pic 9(8) value zeros.

       01  w-tran-count                   pic 9(7) value zeros.
       01  w-arch-count                   pic 9(7) value zeros.
       01  w-dormant-count                pic 9(4) value zeros.
       01  w-propose-count                pic 9(4) value zeros.
       01  w-held-count                   pic 9(4) value zeros.
       01  w-hold-why                     pic x(30) value spaces.
       01  w-positions                    pic x(60) value spaces.
       01  w-pos-ptr                      pic 9(3) value 1.
       01  w-pos-edit                     pic -(9)9.99.
       01  w-idle-edit                    pic zzz9.
       01  w-days-edit                    pic zzz9.

       01  w-head-1.
           03  filler                     pic x(33) value
               'BRCH NAME                 REGION '.
           03  filler                     pic x(33) value
               '  LAST TRD  IDLE EXCS LIMIT      '.
           03  filler                     pic x(33) value
               '  POSITIONS ON BRBAL.DAT         '.
       01  w-detail-line.
           03  rpt-branch                 pic x(4).
           03  filler                     pic x value space.
           03  rpt-name                   pic x(20).
           03  filler                     pic x value space.
           03  rpt-region                 pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-last-date              pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-idle                   pic x(4).
           03  filler                     pic x value space.
           03  rpt-exc-count              pic zzz9.
           03  filler                     pic x value space.
           03  rpt-limit                  pic x(12).
           03  filler                     pic x value space.
           03  rpt-positions              pic x(60).

       COPY BUSDTWS.
       COPY CALWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-proposal-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-tran-filename
           else
               accept w-tran-filename from environment
                   "Y2KSMPL_TRAN_FILE"
                   on exception continue
               end-accept
               if w-tran-filename = spaces
                   move "tran.dat" to w-tran-filename
               end-if
           end-if

           perform get-business-date
           move ws-bus-date to w-bus-date-num
           perform load-dormant-days
           perform load-open-branches
           if w-br-count = zero
               display 'BRANCH-DORMANT: NO OPEN BRANCHES ON '
                       'BRANCH.DAT'
               move 16 to return-code
               stop run
           end-if

           perform scan-trade-history
           perform varying w-arg-sub from 4 by 1
                   until w-arg-sub > 9
               display w-arg-sub upon argument-number
               accept w-cmd-arg from argument-value
                   on exception move spaces to w-cmd-arg
               end-accept
               if w-cmd-arg not = spaces
                   move w-cmd-arg to w-arch-name
                   perform scan-archive
               end-if
           end-perform
           perform scan-open-exceptions
           perform scan-branch-limits
           perform scan-branch-positions

           open output report-file
           if w-report-status not = '00'
               display 'BRANCH-DORMANT: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           open output proposal-file
           if w-proposal-status not = '00'
               display 'BRANCH-DORMANT: CANNOT OPEN PROPOSALS '
                       function trim(w-proposal-name)
               move 16 to return-code
               stop run
           end-if
           move 'BRDORMANT' to ws-rpt-id
           move 'BRDORMNT' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           move w-dormant-days to w-days-edit
           move spaces to report-line
           string 'OPEN BRANCHES WITH NO TRADE IN MORE THAN '
               function trim(w-days-edit) ' BUSINESS DAYS'
               delimited by size into report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           move w-head-1 to report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               perform judge-one-branch
           end-perform
           move w-dormant-count to ws-rpt-ctl-count
           move zero to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
           close proposal-file

           if w-br-spill = 'Y'
               display 'BRANCH-DORMANT: BRANCH TABLE EXHAUSTED - '
                       'SOME BRANCHES NOT JUDGED'
           end-if
           display 'BRANCH-DORMANT SUMMARY: ' ws-bus-date
           display '  OPEN BRANCHES....: ' w-br-count
           display '  TRADES READ......: ' w-tran-count
           display '  ARCHIVED READ....: ' w-arch-count
           display '  DORMANT DAYS.....: ' w-dormant-days
           display '  BRANCHES DORMANT.: ' w-dormant-count
           display '  CLOSES PROPOSED..: ' w-propose-count
           display '  HELD FOR REVIEW..: ' w-held-count
           if w-dormant-count > zero
               display 'BRANCH-DORMANT: REVIEW '
                       function trim(w-proposal-name)
                       ' THEN BRANCH-MAINT APPLY '
                       function trim(w-proposal-name)
           end-if
           move zero to return-code
           stop run.

       load-dormant-days.
           open input dormant-ctl
           if w-dormant-status = '00'
               read dormant-ctl
                   not at end
                       if dormant-record is numeric
                               and dormant-record > zero
                           move dormant-record to w-dormant-days
                       end-if
               end-read
               close dormant-ctl
           end-if.

       load-open-branches.
           move 'N' to w-eof
           open input branch-master
           if w-branch-status = '00'
               perform until at-eof
                   read branch-master
                       at end move 'Y' to w-eof
                       not at end
                           if br-code not = spaces
                                   and br-status not = 'C'
                               perform add-open-branch
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if.

       add-open-branch.
           if w-br-count < 200
               add 1 to w-br-count
               initialize w-br-entry(w-br-count)
               move br-code to w-b-code(w-br-count)
               move br-name to w-b-name(w-br-count)
               move br-region to w-b-region(w-br-count)
           else
               move 'Y' to w-br-spill
           end-if.

       find-open-branch.
           move 0 to w-br-hit
           perform varying w-br-sub from 1 by 1
                   until w-br-sub > w-br-count
               if w-b-code(w-br-sub) = w-find-code
                   move w-br-sub to w-br-hit
               end-if
           end-perform.

      *
      * The latest trade date per branch, whichever file holds it.
      *
       note-trade-date.
           perform find-open-branch
           if w-br-hit > 0
               if w-find-date > w-b-last-date(w-br-hit)
                   move w-find-date to w-b-last-date(w-br-hit)
               end-if
           end-if.

       scan-trade-history.
           move 'N' to w-eof
           open input tran
           if w-tran-status not = '00'
               display 'BRANCH-DORMANT: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           perform until at-eof
               read tran next
                   at end move 'Y' to w-eof
                   not at end
                       add 1 to w-tran-count
                       if tran-trade-date is numeric
                           move tran-branch to w-find-code
                           move tran-trade-date to w-find-date
                           perform note-trade-date
                       end-if
               end-read
           end-perform
           close tran.

       scan-archive.
           move 'N' to w-eof
           open input arch-file
           if w-arch-status not = '00'
               display 'BRANCH-DORMANT: CANNOT OPEN ARCHIVE '
                       function trim(w-arch-name)
               move 16 to return-code
               stop run
           end-if
           perform until at-eof
               read arch-file
                   at end move 'Y' to w-eof
                   not at end
                       add 1 to w-arch-count
                       if ar-trade-date is numeric
                           move ar-branch to w-find-code
                           move ar-trade-date to w-find-date
                           perform note-trade-date
                       end-if
               end-read
           end-perform
           close arch-file.

       scan-open-exceptions.
           move 'N' to w-eof
           open input tran-except
           if w-except-status = '00'
               perform until at-eof
                   read tran-except
                       at end move 'Y' to w-eof
                       not at end
                           move exc-branch to w-find-code
                           perform find-open-branch
                           if w-br-hit > 0
                               add 1 to w-b-exc-count(w-br-hit)
                           end-if
                   end-read
               end-perform
               close tran-except
           end-if.

       scan-branch-limits.
           move 'N' to w-eof
           open input brlimit-ctl
           if w-limit-status = '00'
               perform until at-eof
                   read brlimit-ctl
                       at end move 'Y' to w-eof
                       not at end
                           move bl-code to w-find-code
                           perform find-open-branch
                           if w-br-hit > 0
                               move bl-limit
                                   to w-b-limit(w-br-hit)
                           end-if
                   end-read
               end-perform
               close brlimit-ctl
           end-if.

      *
      * Only a position that has not run to zero matters - a
      * flat currency is nothing to close out.
      *
       scan-branch-positions.
           move 'N' to w-eof
           open input brbal-file
           if w-brbal-status = '00'
               perform until at-eof
                   read brbal-file next
                       at end move 'Y' to w-eof
                       not at end
                           move bb-branch to w-find-code
                           perform find-open-branch
                           if w-br-hit > 0
                                   and bb-closing not = zero
                               perform note-position
                           end-if
                   end-read
               end-perform
               close brbal-file
           else
               display 'BRANCH-DORMANT: NO BRBAL.DAT - '
                       'POSITIONS NOT SHOWN'
           end-if.

       note-position.
           add 1 to w-b-pos-count(w-br-hit)
           if w-b-pos-count(w-br-hit) <= 5
               move w-b-pos-count(w-br-hit) to w-p-sub
               move bb-currency to w-bp-currency(w-br-hit, w-p-sub)
               move bb-closing to w-bp-closing(w-br-hit, w-p-sub)
           end-if.

      *
      * Business days from the day after the last trade up to
      * and including the business date. A branch that never
      * traded counts as idle past any threshold.
      *
       count-idle-days.
           move zero to w-idle-days
           if w-b-last-date(w-br-sub) = zero
               move 9999 to w-idle-days
           else
               move w-b-last-date(w-br-sub) to w-walk-date
               move spaces to w-dcalc-status
               perform until w-walk-date >= w-bus-date-num
                       or w-idle-days >= 9999
                       or w-dcalc-status not = spaces
                   move 'A' to w-dcalc-func
                   move +1 to w-walk-days
                   call 'Y2KDCALC' using w-dcalc-func,
                           w-walk-date, omitted, w-walk-days,
                           omitted, w-dcalc-status
                   if w-dcalc-status = '00'
                       move spaces to w-dcalc-status
                       move w-walk-date-x to ws-cal-date
                       perform check-business-day
                       if ws-cal-business = 'Y'
                           add 1 to w-idle-days
                       end-if
                   end-if
               end-perform
           end-if.

       judge-one-branch.
           perform count-idle-days
           if w-idle-days > w-dormant-days
               add 1 to w-dormant-count
               perform build-position-text
               perform write-dormant-line
               perform write-proposal-line
           end-if.

       build-position-text.
           move spaces to w-positions
           move 1 to w-pos-ptr
           perform varying w-p-sub from 1 by 1
                   until w-p-sub > w-b-pos-count(w-br-sub)
                   or w-p-sub > 5
               move w-bp-closing(w-br-sub, w-p-sub) to w-pos-edit
               string w-bp-currency(w-br-sub, w-p-sub) ' '
                   function trim(w-pos-edit) ' '
                   delimited by size into w-positions
                   with pointer w-pos-ptr
               end-string
           end-perform
           if w-b-pos-count(w-br-sub) > 5
               string '+MORE' delimited by size into w-positions
                   with pointer w-pos-ptr
               end-string
           end-if
           if w-b-pos-count(w-br-sub) = zero
               move 'FLAT' to w-positions
           end-if.

       write-dormant-line.
           move w-b-code(w-br-sub) to rpt-branch
           move w-b-name(w-br-sub) to rpt-name
           move w-b-region(w-br-sub) to rpt-region
           if w-b-last-date(w-br-sub) = zero
               move 'NEVER' to rpt-last-date
               move ' ALL' to rpt-idle
           else
               move w-b-last-date(w-br-sub) to rpt-last-date
               move w-idle-days to w-idle-edit
               move w-idle-edit to rpt-idle
           end-if
           move w-b-exc-count(w-br-sub) to rpt-exc-count
           move w-b-limit(w-br-sub) to rpt-limit
           if w-b-limit(w-br-sub) = spaces
               move 'NONE' to rpt-limit
           end-if
           move w-positions to rpt-positions
           move w-detail-line to report-line
           perform spool-report-line.

      *
      * A CLOSE line BRANCH-MAINT APPLY can take as it stands, or
      * one commented out when closing would strand something.
      *
       write-proposal-line.
           move spaces to w-hold-why
           evaluate true
               when w-b-last-date(w-br-sub) = zero
                   move 'NEVER TRADED' to w-hold-why
               when w-b-exc-count(w-br-sub) > zero
                   move 'OPEN EXCEPTIONS ON TRANEXC.DAT'
                       to w-hold-why
               when w-b-pos-count(w-br-sub) > zero
                   move 'POSITION OPEN ON BRBAL.DAT'
                       to w-hold-why
           end-evaluate
           move spaces to proposal-record
           if w-b-last-date(w-br-sub) = zero
               move 'NEVER' to rpt-last-date
           else
               move w-b-last-date(w-br-sub) to rpt-last-date
           end-if
           if w-hold-why = spaces
               add 1 to w-propose-count
               string 'CLOSE ' w-b-code(w-br-sub)
                   ' LAST TRADE ' rpt-last-date
                   delimited by size into proposal-record
           else
               add 1 to w-held-count
               string '* CLOSE ' w-b-code(w-br-sub)
                   ' LAST TRADE ' rpt-last-date
                   ' HELD - ' function trim(w-hold-why)
                   delimited by size into proposal-record
           end-if
           write proposal-record.

       COPY BUSDTPA.
       COPY CALPA.
       COPY RPTFPA.
