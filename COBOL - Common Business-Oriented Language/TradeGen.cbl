      *
      * Synthetic trade extract for load testing - a hand-built
      * TRADEEXT.DAT of a dozen lines never exercises duplicates,
      * spills, limits, or back-dated trades. This cuts an extract
      * of any size from control cards, with a HDR generation
      * header the load will accept (the source's next generation
      * off FEEDCTL.TXT, the record count, the amount total), and
      * an answer file saying how Y2KSMPL should take every
      * record, so a test run can be checked line for line and
      * count for count against what the load reports.
      *
      * Control cards (TRADEGEN.CTL or argument 1):
      *   COUNT <n>            records to cut (default 100)
      *   SEED <n>             start of the number stream - the
      *                        same cards and seed cut the same
      *                        extract (default 12345)
      *   DATE <yyyymmdd>      feed and trade date (default the
      *                        BUSDT rule)
      *   SOURCE <code>        feed source (default the desk)
      *   BRANCH <code> ...    branches to trade under, up to
      *                        four a card (default every open
      *                        branch on BRANCH.DAT)
      *   CURRENCY <ccy> <pct> share of trades in a currency; the
      *                        rest trade in the base currency
      *   AMOUNT <max>         largest trade amount (default 5000)
      *   SEQSTART <n>         first sequence number per branch
      *                        (default 1)
      *   BADDATE <pct>        trade date that is not a date
      *   BADBRANCH <pct>      branch not on BRANCH.DAT
      *   AMEND <pct>          amendment of an earlier trade
      *   REVERSE <pct>        reversal of an earlier trade
      *   DUPLICATE <pct>      re-send of an earlier trade's key
      *   BACKDATE <pct>       trade dated one to five days back
      * The percentages may not add up past 100; what is left are
      * plain new trades. A correction or re-send needs an earlier
      * trade to point at - until one has loaded, a new trade is
      * cut instead.
      *
      * The answer file has a H line, one line per extract record
      * - LOADED, AMENDED, REVERSED, REJECTED with the load's
      * reason code, QUEUED for approval (APPROVAL) or as a closed
      * period (CLOSED), or DUPLICATE - and a T line of the counts
      * the load's balance report should show. The answer is for
      * a REBUILD load under the FIRST duplicate policy, against
      * the branch, counterparty, limit, approval, and period
      * files as they stand when the extract is cut and an empty
      * approval queue; a load that finds them otherwise will
      * rightly disagree. A LIMIT note marks a trade that loads
      * but breaches its branch limit.
      *
      * Arguments: 1 control cards (default TRADEGEN.CTL), 2 the
      * extract (default TRADEEXT.DAT), 3 the answer file (default
      * TRADEGEN.ANS).
      *
       identification division.
       program-id. TRADE-GEN.

       environment division.
       input-output section.
       file-control.
           select ctl-file
           assign to dynamic w-ctl-name
           organization is line sequential
           file status is w-ctl-status.
           select extract-file
           assign to dynamic w-extract-name
           organization is line sequential
           file status is w-extract-status.
           select work-file
           assign to dynamic w-work-name
           organization is line sequential
           file status is w-work-status.
           select answer-file
           assign to dynamic w-answer-name
           organization is line sequential
           file status is w-answer-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select cpty-master
           assign to "CPTY.DAT"
           organization is line sequential
           file status is w-cpty-status.
           select brlimit-ctl
           assign to "BRLIMIT.CTL"
           organization is line sequential
           file status is w-brlimit-status.
           select apprlim-ctl
           assign to "APPRLIM.CTL"
           organization is line sequential
           file status is w-apprlim-status.
           select feed-ctl
           assign to "FEEDCTL.TXT"
           organization is line sequential
           file status is w-feed-ctl-status.
           COPY PRDSL.
           COPY BUSDTSL.

       data division.
       file section.
       fd  ctl-file.
       01  ctl-record                     pic x(80).

       fd  extract-file.
       01  extract-out-record             pic x(52).

       fd  work-file.
       01  work-record                    pic x(52).

       fd  answer-file.
       01  answer-record                  pic x(132).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  cpty-master.
       01  cpty-record.
           03  cp-code                    pic x(08).
           03  filler                     pic x.
           03  cp-name                    pic x(30).
           03  filler                     pic x.
           03  cp-status                  pic x.

       fd  brlimit-ctl.
       01  brlimit-record.
           03  bl-code                    pic x(04).
           03  filler                     pic x.
           03  bl-limit                   pic x(12).

       fd  apprlim-ctl.
       01  apprlim-record.
           03  al-amount                  pic x(12).

       fd  feed-ctl.
       01  feed-ctl-record.
           03  fc-feed-date               pic x(08).
           03  filler                     pic x.
           03  fc-gen                     pic 9(04).
           03  filler                     pic x.
           03  fc-status                  pic x(08).
           03  filler                     pic x.
           03  fc-source                  pic x(08).
       COPY PRDFD.
       COPY BUSDTFD.

       working-storage section.
       01  w-ctl-name                     pic x(80) value
                                          'TRADEGEN.CTL'.
       01  w-extract-name                 pic x(80) value
                                          'TRADEEXT.DAT'.
       01  w-work-name                    pic x(80) value
                                          'TRADEGEN.WRK'.
       01  w-answer-name                  pic x(80) value
                                          'TRADEGEN.ANS'.
       01  w-ctl-status                   pic x(2) value spaces.
       01  w-extract-status               pic x(2) value spaces.
       01  w-work-status                  pic x(2) value spaces.
       01  w-answer-status                pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-cpty-status                  pic x(2) value spaces.
       01  w-brlimit-status               pic x(2) value spaces.
       01  w-apprlim-status               pic x(2) value spaces.
       01  w-feed-ctl-status              pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-eof                          pic x value 'N'.
       01  w-call-status                  pic s9(9) comp value zeros.

       01  w-word-1                       pic x(20) value spaces.
       01  w-word-2                       pic x(20) value spaces.
       01  w-word-3                       pic x(20) value spaces.
       01  w-word-4                       pic x(20) value spaces.
       01  w-word-5                       pic x(20) value spaces.
       01  w-card-error                   pic x value 'N'.

      *
      * What the cards ask for.
      *
       01  w-gen-count                    pic 9(6) value 100.
       01  w-seed                         pic 9(10) value 12345.
       01  w-feed-date                    pic x(8) value spaces.
       01  w-feed-date-n redefines w-feed-date pic 9(8).
       01  w-source                       pic x(8) value spaces.
       01  w-source-key                   pic x(8) value spaces.
       01  w-max-amount                   pic 9(4)v99 value 5000.
       01  w-seq-start                    pic 9(6) value 1.
       01  w-pct-baddate                  pic 9(3) value zeros.
       01  w-pct-badbranch                pic 9(3) value zeros.
       01  w-pct-amend                    pic 9(3) value zeros.
       01  w-pct-reverse                  pic 9(3) value zeros.
       01  w-pct-dup                      pic 9(3) value zeros.
       01  w-pct-backdate                 pic 9(3) value zeros.
       01  w-pct-total                    pic 9(4) value zeros.

       01  w-ccy-table.
           03  w-ccy-entry occurs 10 times.
               05  w-ccy-code             pic x(3).
               05  w-ccy-pct              pic 9(3).
       01  w-ccy-count                    pic 9(2) value zeros.
       01  w-ccy-sub                      pic 9(2) value zeros.
       01  w-ccy-pct-total                pic 9(4) value zeros.

      *
      * The branches trades are cut under - each with its next
      * sequence number, its limit, and its running total the way
      * the load keeps it.
      *
       01  w-gb-table.
           03  w-gb-entry occurs 50 times.
               05  w-gb-code              pic x(4).
               05  w-gb-next              pic 9(6).
               05  w-gb-limit             pic 9(9)v99.
               05  w-gb-has-limit         pic x.
               05  w-gb-day-total         pic 9(9)v99.
       01  w-gb-count                     pic 9(2) value zeros.
       01  w-gb-sub                       pic 9(2) value zeros.
       01  w-gb-hit                       pic 9(2) value zeros.

       01  w-bm-table.
           03  w-bm-entry occurs 100 times.
               05  w-bm-code              pic x(4).
               05  w-bm-status            pic x.
       01  w-bm-count                     pic 9(3) value zeros.
       01  w-bm-sub                       pic 9(3) value zeros.
       01  w-bm-hit                       pic 9(3) value zeros.
       01  w-branch-loaded                pic x value 'N'.

       01  w-cp-table.
           03  w-cp-code                  pic x(8) occurs 50 times.
       01  w-cp-count                     pic 9(2) value zeros.
       01  w-cpty-loaded                  pic x value 'N'.

       01  w-appr-limit                   pic 9(9)v99 value zeros.
       01  w-appr-in-force                pic x value 'N'.
       01  w-next-gen                     pic 9(4) value zeros.
       01  w-fc-source                    pic x(8) value spaces.

      *
      * Trades that loaded - what a later correction or re-send
      * points at, as the load will then hold it.
      *
       01  w-tg-table.
           03  w-tg-entry occurs 5000 times.
               05  w-tg-key               pic x(10).
               05  w-tg-gb                pic 9(2).
               05  w-tg-date              pic 9(8).
               05  w-tg-amount            pic s9999v99.
               05  w-tg-ccy               pic x(3).
               05  w-tg-cpty              pic x(8).
               05  w-tg-reversed          pic x.
       01  w-tg-count                     pic 9(4) value zeros.
       01  w-tg-sub                       pic 9(4) value zeros.
       01  w-tg-hit                       pic 9(4) value zeros.
       01  w-tg-tries                     pic 9(2) value zeros.

      *
      * One extract record as the load reads it.
      *
       01  w-ext-rec.
           03  ge-key.
               05  ge-branch              pic x(04).
               05  ge-seq                 pic 9(06).
           03  ge-trade-date              pic x(06).
           03  ge-amount                  pic S9999V99.
           03  ge-action                  pic x.
           03  ge-orig-key                pic x(10).
           03  ge-currency                pic x(03).
           03  ge-settle-date             pic x(08).
           03  ge-cpty                    pic x(08).

       01  w-hdr-rec.
           03  gh-tag                     pic x(03) value 'HDR'.
           03  gh-feed-date               pic x(08).
           03  gh-gen                     pic 9(04).
           03  gh-count                   pic 9(06).
           03  gh-amount                  pic s9(9)v99.
           03  gh-source                  pic x(08).
           03  filler                     pic x(12) value spaces.

       01  w-rand                         pic 9(18) value zeros.
       01  w-pick                         pic 9(6) value zeros.
       01  w-roll                         pic 9(3) value zeros.
       01  w-kind                         pic x value space.
       01  w-trade-date                   pic 9(8) value zeros.
       01  w-trade-date-x redefines w-trade-date pic x(8).
       01  w-day-number                   pic 9(8) value zeros.
       01  w-amount                       pic s9999v99 value zeros.
       01  w-judged                       pic 9(9)v99 value zeros.
       01  w-abs-amount                   pic 9(9)v99 value zeros.
       01  w-breach                       pic x value 'N'.

       01  w-rec-num                      pic 9(6) value zeros.
       01  w-hdr-amount                   pic s9(9)v99 value zeros.
       01  w-loaded-count                 pic 9(6) value zeros.
       01  w-amend-count                  pic 9(6) value zeros.
       01  w-reverse-count                pic 9(6) value zeros.
       01  w-reject-count                 pic 9(6) value zeros.
       01  w-dup-count                    pic 9(6) value zeros.
       01  w-held-count                   pic 9(6) value zeros.
       01  w-closed-count                 pic 9(6) value zeros.
       01  w-limit-count                  pic 9(6) value zeros.
       01  w-amount-disp                  pic -(9)9.99.

       01  w-ans-rec.
           03  an-rec-num                 pic 9(6).
           03  filler                     pic x value space.
           03  an-key                     pic x(10).
           03  filler                     pic x value space.
           03  an-action                  pic x.
           03  filler                     pic x value space.
           03  an-outcome                 pic x(9).
           03  filler                     pic x value space.
           03  an-reason                  pic x(8).
           03  filler                     pic x value space.
           03  an-amount                  pic -(4)9.99.
           03  filler                     pic x value space.
           03  an-note                    pic x(30).

       COPY PRDWS.
       COPY BUSDTWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-ctl-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-extract-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-answer-name
           end-if

           perform load-branch-master
           perform load-control-cards
           perform check-the-cards
           perform load-counterparties
           perform load-branch-limits
           perform load-approval-limit
           perform find-next-generation

           open output work-file
           open output answer-file
           if w-work-status not = '00' or w-answer-status not = '00'
               display 'TRADE-GEN: CANNOT OPEN '
                       function trim(w-work-name) ' OR '
                       function trim(w-answer-name)
               move 16 to return-code
               stop run
           end-if
           move spaces to answer-record
           string 'H ' w-feed-date ' GEN ' w-next-gen ' SOURCE '
               w-source-key ' COUNT ' w-gen-count ' SEED ' w-seed
               ' REBUILD FIRST' delimited by size into answer-record
           write answer-record
           perform varying w-rec-num from 1 by 1
                   until w-rec-num > w-gen-count
               perform cut-one-record
           end-perform
           close work-file
           perform write-the-extract
           move spaces to answer-record
           move w-hdr-amount to w-amount-disp
           string 'T READ ' w-gen-count ' LOADED ' w-loaded-count
               ' AMENDED ' w-amend-count ' REVERSED '
               w-reverse-count ' REJECTED ' w-reject-count
               ' DUP ' w-dup-count ' HELD ' w-held-count
               ' CLOSED ' w-closed-count ' AMT '
               function trim(w-amount-disp)
               delimited by size into answer-record
           write answer-record
           close answer-file

           display 'TRADE-GEN: ' function trim(w-extract-name)
                   ' GENERATION ' w-next-gen ' FOR ' w-feed-date
           display '  RECORDS..........: ' w-gen-count
           display '  LOADED...........: ' w-loaded-count
           display '  AMENDED..........: ' w-amend-count
           display '  REVERSED.........: ' w-reverse-count
           display '  REJECTED.........: ' w-reject-count
           display '  DUPLICATE........: ' w-dup-count
           display '  HELD.............: ' w-held-count
           display '  CLOSED PERIOD....: ' w-closed-count
           display '  LIMIT BREACHES...: ' w-limit-count
           display '  AMOUNT TOTAL.....: ' w-amount-disp
           move zero to return-code
           stop run.

       load-control-cards.
           move 'N' to w-eof
           open input ctl-file
           if w-ctl-status not = '00'
               display 'TRADE-GEN: CANNOT OPEN CONTROL '
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
                          w-word-5
           unstring function upper-case(ctl-record)
               delimited by all spaces
               into w-word-1 w-word-2 w-word-3 w-word-4 w-word-5
           end-unstring
           evaluate w-word-1
               when 'COUNT'
                   compute w-gen-count = function numval(w-word-2)
               when 'SEED'
                   compute w-seed = function numval(w-word-2)
               when 'DATE'
                   move w-word-2(1:8) to w-feed-date
               when 'SOURCE'
                   move w-word-2(1:8) to w-source
               when 'BRANCH'
                   perform take-branch-word-2
               when 'CURRENCY'
                   if w-ccy-count < 10
                       add 1 to w-ccy-count
                       move w-word-2(1:3) to w-ccy-code(w-ccy-count)
                       compute w-ccy-pct(w-ccy-count) =
                           function numval(w-word-3)
                   end-if
               when 'AMOUNT'
                   compute w-max-amount = function numval(w-word-2)
                       on size error move 9999.99 to w-max-amount
                   end-compute
               when 'SEQSTART'
                   compute w-seq-start = function numval(w-word-2)
               when 'BADDATE'
                   compute w-pct-baddate = function numval(w-word-2)
               when 'BADBRANCH'
                   compute w-pct-badbranch =
                       function numval(w-word-2)
               when 'AMEND'
                   compute w-pct-amend = function numval(w-word-2)
               when 'REVERSE'
                   compute w-pct-reverse = function numval(w-word-2)
               when 'DUPLICATE'
                   compute w-pct-dup = function numval(w-word-2)
               when 'BACKDATE'
                   compute w-pct-backdate =
                       function numval(w-word-2)
               when spaces
                   continue
               when other
                   if w-word-1(1:1) not = '*'
                       display 'TRADE-GEN: UNKNOWN CARD '
                               function trim(ctl-record)
                       move 'Y' to w-card-error
                   end-if
           end-evaluate.

      *
      * A BRANCH card names up to four codes - every one must be
      * open on the master, or the answer would be guesswork.
      *
       take-branch-word-2.
           move w-word-2 to w-word-1
           perform take-one-branch-code
           move w-word-3 to w-word-1
           perform take-one-branch-code
           move w-word-4 to w-word-1
           perform take-one-branch-code
           move w-word-5 to w-word-1
           perform take-one-branch-code.

       take-one-branch-code.
           if w-word-1 not = spaces
               perform find-master-branch
               if w-branch-loaded = 'Y'
                       and (w-bm-hit = 0
                       or w-bm-status(w-bm-hit) not = 'A')
                   display 'TRADE-GEN: BRANCH ' w-word-1(1:4)
                           ' IS NOT OPEN ON BRANCH.DAT'
                   move 'Y' to w-card-error
               else
                   if w-gb-count < 50
                       add 1 to w-gb-count
                       move w-word-1(1:4) to w-gb-code(w-gb-count)
                   end-if
               end-if
           end-if.

       find-master-branch.
           move 0 to w-bm-hit
           perform varying w-bm-sub from 1 by 1
                   until w-bm-sub > w-bm-count
               if w-bm-code(w-bm-sub) = w-word-1(1:4)
                   move w-bm-sub to w-bm-hit
               end-if
           end-perform.

       check-the-cards.
           if w-feed-date = spaces
               perform get-business-date
               move ws-bus-date to w-feed-date
           end-if
           if w-feed-date is not numeric
               display 'TRADE-GEN: DATE CARD IS NOT YYYYMMDD'
               move 'Y' to w-card-error
           end-if
           if w-gb-count = 0
               perform varying w-bm-sub from 1 by 1
                       until w-bm-sub > w-bm-count
                   if w-bm-status(w-bm-sub) = 'A' and w-gb-count < 50
                       add 1 to w-gb-count
                       move w-bm-code(w-bm-sub) to w-gb-code(w-gb-count)
                   end-if
               end-perform
           end-if
           if w-gb-count = 0
               display 'TRADE-GEN: NO BRANCH CARDS AND NO OPEN '
                       'BRANCH ON BRANCH.DAT'
               move 'Y' to w-card-error
           end-if
           perform varying w-gb-sub from 1 by 1
                   until w-gb-sub > w-gb-count
               move w-seq-start to w-gb-next(w-gb-sub)
               move zeros to w-gb-limit(w-gb-sub)
               move 'N' to w-gb-has-limit(w-gb-sub)
               move zeros to w-gb-day-total(w-gb-sub)
           end-perform
           compute w-pct-total = w-pct-baddate + w-pct-badbranch
               + w-pct-amend + w-pct-reverse + w-pct-dup
               + w-pct-backdate
           if w-pct-total > 100
               display 'TRADE-GEN: PERCENTAGES ADD UP TO '
                       w-pct-total
               move 'Y' to w-card-error
           end-if
           move zeros to w-ccy-pct-total
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               add w-ccy-pct(w-ccy-sub) to w-ccy-pct-total
           end-perform
           if w-ccy-pct-total > 100
               display 'TRADE-GEN: CURRENCY SHARES ADD UP TO '
                       w-ccy-pct-total
               move 'Y' to w-card-error
           end-if
           if w-pct-badbranch > zero and w-branch-loaded not = 'Y'
               display 'TRADE-GEN: NO BRANCH.DAT - THE LOAD WILL '
                       'NOT REJECT AN UNKNOWN BRANCH'
               move 'Y' to w-card-error
           end-if
           if w-gen-count = zero or w-max-amount < 1
               display 'TRADE-GEN: COUNT AND AMOUNT MUST BE ABOVE '
                       'ZERO'
               move 'Y' to w-card-error
           end-if
           if w-seed = zero
               move 1 to w-seed
           end-if
           if w-card-error = 'Y'
               display 'TRADE-GEN: *** CONTROL CARDS IN ERROR - '
                       'NOTHING CUT ***'
               move 16 to return-code
               stop run
           end-if
           move w-source to w-source-key
           if w-source-key = spaces
               move 'DESK' to w-source-key
           end-if.

       load-branch-master.
           move 'N' to w-eof
           open input branch-master
           if w-branch-status = '00'
               move 'Y' to w-branch-loaded
               perform until w-eof = 'Y'
                   read branch-master
                       at end move 'Y' to w-eof
                       not at end
                           if br-code not = spaces
                                   and w-bm-count < 100
                               add 1 to w-bm-count
                               move br-code to w-bm-code(w-bm-count)
                               move br-status
                                   to w-bm-status(w-bm-count)
                           end-if
                   end-read
               end-perform
               close branch-master
           end-if.

      *
      * Open counterparties to trade with - none on file means
      * the load checks none, and trades go without one.
      *
       load-counterparties.
           move 'N' to w-eof
           open input cpty-master
           if w-cpty-status = '00'
               move 'Y' to w-cpty-loaded
               perform until w-eof = 'Y'
                   read cpty-master
                       at end move 'Y' to w-eof
                       not at end
                           if cp-code not = spaces
                                   and cp-status = 'A'
                                   and w-cp-count < 50
                               add 1 to w-cp-count
                               move cp-code to w-cp-code(w-cp-count)
                           end-if
                   end-read
               end-perform
               close cpty-master
               if w-cp-count = 0
                   display 'TRADE-GEN: NO OPEN COUNTERPARTY ON '
                           'CPTY.DAT - NOTHING CUT'
                   move 16 to return-code
                   stop run
               end-if
           end-if.

       load-branch-limits.
           move 'N' to w-eof
           open input brlimit-ctl
           if w-brlimit-status = '00'
               perform until w-eof = 'Y'
                   read brlimit-ctl
                       at end move 'Y' to w-eof
                       not at end
                           perform varying w-gb-sub from 1 by 1
                                   until w-gb-sub > w-gb-count
                               if w-gb-code(w-gb-sub) = bl-code
                                   move 'Y'
                                       to w-gb-has-limit(w-gb-sub)
                                   compute w-gb-limit(w-gb-sub) =
                                       function numval(bl-limit)
                               end-if
                           end-perform
                   end-read
               end-perform
               close brlimit-ctl
           end-if.

       load-approval-limit.
           open input apprlim-ctl
           if w-apprlim-status = '00'
               read apprlim-ctl
                   not at end
                       if al-amount not = spaces
                           compute w-appr-limit =
                               function numval(al-amount)
                       end-if
               end-read
               close apprlim-ctl
           end-if
           if w-appr-limit > zero
               move 'Y' to w-appr-in-force
           end-if.

      *
      * The load refuses a generation at or below the source's
      * highest, so the extract takes the one after it.
      *
       find-next-generation.
           move zeros to w-next-gen
           move 'N' to w-eof
           open input feed-ctl
           if w-feed-ctl-status = '00'
               perform until w-eof = 'Y'
                   read feed-ctl
                       at end move 'Y' to w-eof
                       not at end
                           move fc-source to w-fc-source
                           if w-fc-source = spaces
                               move 'DESK' to w-fc-source
                           end-if
                           if w-fc-source = w-source-key
                                   and fc-gen is numeric
                                   and fc-gen > w-next-gen
                               move fc-gen to w-next-gen
                           end-if
                   end-read
               end-perform
               close feed-ctl
           end-if
           add 1 to w-next-gen
               on size error
                   display 'TRADE-GEN: SOURCE ' w-source-key
                           ' HAS USED GENERATION 9999'
                   move 16 to return-code
                   stop run
           end-add.

       next-random.
           compute w-rand = function mod(w-seed * 16807, 2147483647)
           move w-rand to w-seed.

      *
      * One roll of the dice picks the kind of record; the load's
      * own order of judgement - validation, closed period,
      * approval, then the write - decides its answer.
      *
       cut-one-record.
           perform next-random
           compute w-roll = function mod(w-seed, 100)
           evaluate true
               when w-roll < w-pct-baddate
                   move 'D' to w-kind
               when w-roll < w-pct-baddate + w-pct-badbranch
                   move 'B' to w-kind
               when w-roll < w-pct-baddate + w-pct-badbranch
                       + w-pct-amend
                   move 'A' to w-kind
               when w-roll < w-pct-baddate + w-pct-badbranch
                       + w-pct-amend + w-pct-reverse
                   move 'R' to w-kind
               when w-roll < w-pct-baddate + w-pct-badbranch
                       + w-pct-amend + w-pct-reverse + w-pct-dup
                   move 'U' to w-kind
               when w-roll < w-pct-total
                   move 'K' to w-kind
               when other
                   move 'N' to w-kind
           end-evaluate
           if w-kind = 'A' or w-kind = 'R' or w-kind = 'U'
               perform pick-a-target
               if w-tg-hit = 0
                   move 'N' to w-kind
               end-if
           end-if
           move spaces to w-ext-rec w-ans-rec
           move w-rec-num to an-rec-num
           evaluate w-kind
               when 'A' perform cut-amendment
               when 'R' perform cut-reversal
               when 'U' perform cut-duplicate
               when other perform cut-new-trade
           end-evaluate
           move w-ext-rec to work-record
           write work-record
           if ge-amount is numeric
               add ge-amount to w-hdr-amount
           end-if
           move ge-key to an-key
           move ge-action to an-action
           if ge-amount is numeric
               move ge-amount to an-amount
           end-if
           move spaces to answer-record
           move w-ans-rec to answer-record
           write answer-record.

      *
      * An earlier trade still standing - a reversal or an
      * amendment never picks one already reversed, so every pair
      * the load posts still nets to zero.
      *
       pick-a-target.
           move 0 to w-tg-hit
           move 0 to w-tg-tries
           if w-tg-count > 0
               perform until w-tg-hit > 0 or w-tg-tries > 20
                   add 1 to w-tg-tries
                   perform next-random
                   compute w-tg-sub = function mod(w-seed, w-tg-count)
                       + 1
                   if w-tg-reversed(w-tg-sub) not = 'Y'
                           or w-kind = 'U'
                       move w-tg-sub to w-tg-hit
                   end-if
               end-perform
           end-if.

       cut-new-trade.
           perform next-random
           compute w-gb-hit = function mod(w-seed, w-gb-count) + 1
           move w-gb-code(w-gb-hit) to ge-branch
           move w-gb-next(w-gb-hit) to ge-seq
           add 1 to w-gb-next(w-gb-hit)
           move w-feed-date-n to w-trade-date
           if w-kind = 'K'
               perform next-random
               compute w-day-number =
                   function integer-of-date(w-feed-date-n)
                   - function mod(w-seed, 5) - 1
               compute w-trade-date =
                   function date-of-integer(w-day-number)
               move 'BACKDATED' to an-note
           end-if
           move w-trade-date-x(3:6) to ge-trade-date
           perform pick-an-amount
           move w-amount to ge-amount
           move space to ge-action
           perform pick-a-currency
           perform pick-a-counterparty
           evaluate w-kind
               when 'D'
                   move 'XX' to ge-trade-date(5:2)
                   move 'REJECTED' to an-outcome
                   move 'DATE' to an-reason
                   add 1 to w-reject-count
               when 'B'
                   subtract 1 from w-gb-next(w-gb-hit)
                   move w-rec-num to ge-seq
                   perform pick-unknown-branch
                   move 'REJECTED' to an-outcome
                   move 'BRUNK' to an-reason
                   add 1 to w-reject-count
               when other
                   move w-trade-date-x to ws-prd-date
                   perform check-period-closed
                   if ws-prd-closed = 'Y'
                       move 'QUEUED' to an-outcome
                       move 'CLOSED' to an-reason
                       add 1 to w-closed-count
                   else
                       move 'LOADED' to an-outcome
                       add 1 to w-loaded-count
                       perform judge-branch-limit
                       perform remember-the-trade
                   end-if
           end-evaluate.

      *
      * Four characters no branch on the master carries.
      *
       pick-unknown-branch.
           move 1 to w-bm-hit
           perform until w-bm-hit = 0
               perform next-random
               compute w-pick = function mod(w-seed, 1000)
               move spaces to w-word-1
               string 'Z' w-pick(4:3) delimited by size
                   into w-word-1
               perform find-master-branch
           end-perform
           move w-word-1(1:4) to ge-branch.

       pick-an-amount.
           perform next-random
           compute w-pick = function mod(w-seed, w-max-amount * 100)
               + 1
           compute w-amount = w-pick / 100.

       pick-a-currency.
           move spaces to ge-currency
           perform next-random
           compute w-roll = function mod(w-seed, 100)
           move zeros to w-pct-total
           perform varying w-ccy-sub from 1 by 1
                   until w-ccy-sub > w-ccy-count
               add w-ccy-pct(w-ccy-sub) to w-pct-total
               if w-roll < w-pct-total and ge-currency = spaces
                   move w-ccy-code(w-ccy-sub) to ge-currency
               end-if
           end-perform
           compute w-pct-total = w-pct-baddate + w-pct-badbranch
               + w-pct-amend + w-pct-reverse + w-pct-dup
               + w-pct-backdate.

       pick-a-counterparty.
           move spaces to ge-cpty
           if w-cp-count > 0
               perform next-random
               compute w-pick = function mod(w-seed, w-cp-count) + 1
               move w-cp-code(w-pick) to ge-cpty
           end-if.

      *
      * As check-branch-limit judges it - on its own, or with the
      * branch's running total for the day.
      *
       judge-branch-limit.
           move 'N' to w-breach
           if w-gb-has-limit(w-gb-hit) = 'Y'
               if ge-amount < zero
                   compute w-abs-amount = zero - ge-amount
               else
                   move ge-amount to w-abs-amount
               end-if
               add w-abs-amount to w-gb-day-total(w-gb-hit)
               if w-abs-amount > w-gb-limit(w-gb-hit)
                       or w-gb-day-total(w-gb-hit)
                       > w-gb-limit(w-gb-hit)
                   move 'Y' to w-breach
                   add 1 to w-limit-count
                   move 'LIMIT' to an-reason
               end-if
           end-if.

       remember-the-trade.
           if w-tg-count < 5000
               add 1 to w-tg-count
               move ge-key to w-tg-key(w-tg-count)
               move w-gb-hit to w-tg-gb(w-tg-count)
               move w-trade-date to w-tg-date(w-tg-count)
               move ge-amount to w-tg-amount(w-tg-count)
               move ge-currency to w-tg-ccy(w-tg-count)
               move ge-cpty to w-tg-cpty(w-tg-count)
               move 'N' to w-tg-reversed(w-tg-count)
           end-if.

      *
      * Same key, same date, a new amount - held when the larger
      * of the old and new amount is over the approval threshold.
      *
       cut-amendment.
           move w-tg-key(w-tg-hit) to ge-key
           move w-tg-date(w-tg-hit) to w-trade-date
           move w-trade-date-x(3:6) to ge-trade-date
           perform pick-an-amount
           move w-amount to ge-amount
           move 'A' to ge-action
           move w-tg-ccy(w-tg-hit) to ge-currency
           move w-tg-cpty(w-tg-hit) to ge-cpty
           string 'AMENDS ' w-tg-key(w-tg-hit) delimited by size
               into an-note
           move w-trade-date-x to ws-prd-date
           perform check-period-closed
           if ws-prd-closed = 'Y'
               move 'QUEUED' to an-outcome
               move 'CLOSED' to an-reason
               add 1 to w-closed-count
           else
               if w-tg-amount(w-tg-hit) < zero
                   compute w-judged = zero - w-tg-amount(w-tg-hit)
               else
                   move w-tg-amount(w-tg-hit) to w-judged
               end-if
               if ge-amount > w-judged
                   move ge-amount to w-judged
               end-if
               perform judge-the-correction
               if an-outcome = spaces
                   move 'AMENDED' to an-outcome
                   add 1 to w-amend-count
                   move ge-amount to w-tg-amount(w-tg-hit)
               end-if
           end-if.

      *
      * Its own new key under the original's branch, dated the
      * feed date - the load posts the original's amount negated
      * and will not take a signed amount off the feed, so the
      * record carries the amount being reversed as it stands.
      *
       cut-reversal.
           move w-tg-gb(w-tg-hit) to w-gb-hit
           move w-gb-code(w-gb-hit) to ge-branch
           move w-gb-next(w-gb-hit) to ge-seq
           add 1 to w-gb-next(w-gb-hit)
           move w-feed-date-n to w-trade-date
           move w-trade-date-x(3:6) to ge-trade-date
           move w-tg-amount(w-tg-hit) to ge-amount
           move 'R' to ge-action
           move w-tg-key(w-tg-hit) to ge-orig-key
           move w-tg-ccy(w-tg-hit) to ge-currency
           string 'REVERSES ' w-tg-key(w-tg-hit) delimited by size
               into an-note
           move w-trade-date-x to ws-prd-date
           perform check-period-closed
           if ws-prd-closed = 'Y'
               move 'QUEUED' to an-outcome
               move 'CLOSED' to an-reason
               add 1 to w-closed-count
           else
               if w-tg-amount(w-tg-hit) < zero
                   compute w-judged = zero - w-tg-amount(w-tg-hit)
               else
                   move w-tg-amount(w-tg-hit) to w-judged
               end-if
               perform judge-the-correction
               if an-outcome = spaces
                   move 'REVERSED' to an-outcome
                   add 1 to w-reverse-count
                   move 'Y' to w-tg-reversed(w-tg-hit)
               end-if
           end-if.

       judge-the-correction.
           if w-appr-in-force = 'Y' and w-judged > w-appr-limit
               if w-held-count >= 200
                   move 'REJECTED' to an-outcome
                   move 'PAFULL' to an-reason
                   add 1 to w-reject-count
               else
                   move 'QUEUED' to an-outcome
                   move 'APPROVAL' to an-reason
                   add 1 to w-held-count
               end-if
           end-if.

      *
      * The trade sent again as it now stands - the key is on
      * file, so under FIRST the load skips it, though it still
      * counts toward the branch's running total.
      *
       cut-duplicate.
           move w-tg-key(w-tg-hit) to ge-key
           move w-tg-gb(w-tg-hit) to w-gb-hit
           move w-tg-date(w-tg-hit) to w-trade-date
           move w-trade-date-x(3:6) to ge-trade-date
           move w-tg-amount(w-tg-hit) to ge-amount
           move space to ge-action
           move w-tg-ccy(w-tg-hit) to ge-currency
           move w-tg-cpty(w-tg-hit) to ge-cpty
           move 'DUPLICATE' to an-outcome
           string 'RE-SENDS ' w-tg-key(w-tg-hit) delimited by size
               into an-note
           add 1 to w-dup-count
           perform judge-branch-limit.

      *
      * HDR first, then the cut records behind it.
      *
       write-the-extract.
           open output extract-file
           if w-extract-status not = '00'
               display 'TRADE-GEN: CANNOT OPEN '
                       function trim(w-extract-name)
               move 16 to return-code
               stop run
           end-if
           move w-feed-date to gh-feed-date
           move w-next-gen to gh-gen
           move w-gen-count to gh-count
           move w-hdr-amount to gh-amount
           move w-source to gh-source
           move w-hdr-rec to extract-out-record
           write extract-out-record
           move 'N' to w-eof
           open input work-file
           perform until w-eof = 'Y'
               read work-file
                   at end move 'Y' to w-eof
                   not at end
                       move work-record to extract-out-record
                       write extract-out-record
               end-read
           end-perform
           close work-file extract-file
           call 'CBL_DELETE_FILE' using w-work-name
               returning w-call-status
           end-call.

       COPY PRDPA.
       COPY BUSDTPA.
