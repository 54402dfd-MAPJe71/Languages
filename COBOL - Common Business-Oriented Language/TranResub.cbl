      * under a new HDR generation header whose count and amount
      * totals are computed from the content, and whose generation
      * number is the next after the highest FEEDCTL.TXT has
      * consumed for the feed source the rejects came in on - so
      * the resubmission goes back through the same guarded front
      * door as the original feed.
      *
      * Corrections file (TRANFIX.TXT): key x(10), trade date
      * x(6), amount x(6), action x, orig-key x(10), currency
      * x(3), settle date x(8), counterparty x(8), space-separated
      * - a blank field keeps the reject's own value. A reject
      * with no correction stays in the queue uncounted; a
      * correction with no reject is announced as probably stale.
      *
      * Arguments: 1 the re-extract file (default RESUBEXT.DAT),
      * 2 the corrections file (default TRANFIX.TXT), 3 the feed
      * source the header is cut for (default DESK).
      *
       identification division.
       program-id. TRAN-RESUB.
           03  rej-reasons                pic x(30).
           03  filler                     pic x.
           03  rej-action                 pic x.
           03  filler                     pic x.
           03  rej-cpty                   pic x(08).

       fd  fix-file.
       01  fix-record.
           03  fix-currency               pic x(03).
           03  filler                     pic x.
           03  fix-settle                 pic x(08).
           03  filler                     pic x.
           03  fix-cpty                   pic x(08).

       fd  feed-ctl.
       01  feed-ctl-record.
           03  fc-gen                     pic 9(04).
           03  filler                     pic x.
           03  fc-status                  pic x(08).
           03  filler                     pic x.
           03  fc-source                  pic x(08).

       fd  resub-file.
       01  resub-record                   pic x(52).
               05  w-f-orig-key           pic x(10).
               05  w-f-currency           pic x(3).
               05  w-f-settle             pic x(8).
               05  w-f-cpty               pic x(8).
               05  w-f-used               pic x.
       01  w-fix-count                    pic 9(3) value zeros.
       01  w-f-sub                        pic 9(3) value zeros.
           03  w-o-orig-key               pic x(10).
           03  w-o-currency               pic x(3).
           03  w-o-settle                 pic x(8).
           03  w-o-cpty                   pic x(8).
       01  w-out-table.
           03  w-out-line occurs 500 times pic x(52).
       01  w-out-count                    pic 9(3) value zeros.
       01  w-out-sub                      pic 9(3) value zeros.
       01  w-out-spill                    pic x value 'N'.
           03  w-h-gen                    pic 9(4).
           03  w-h-count                  pic 9(6).
           03  w-h-amount                 pic s9(9)v99.
           03  w-h-source                 pic x(8).

       01  w-source                       pic x(8) value 'DESK'.
       01  w-fc-source                    pic x(8) value spaces.
       01  w-high-gen                     pic 9(4) value zeros.
       01  w-new-gen                      pic 9(4) value zeros.
       01  w-read-count                   pic 9(6) value zeros.
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-fix-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function upper-case(w-cmd-arg(1:8))
                   to w-source
           end-if

           perform get-business-date
           perform load-fix-table
                                   to w-f-currency(w-fix-count)
                               move fix-settle
                                   to w-f-settle(w-fix-count)
                               move fix-cpty
                                   to w-f-cpty(w-fix-count)
                               move 'N'
                                   to w-f-used(w-fix-count)
                           end-if

      *
      * The resubmission's generation is the next after the
      * highest the source ever had consumed - never a re-use, so
      * the duplicate guard welcomes it as new business.
      *
       scan-feed-generations.
           move zeros to w-high-gen
                   read feed-ctl
                       at end move 'Y' to w-feed-ctl-eof
                       not at end
                           move fc-source to w-fc-source
                           if w-fc-source = spaces
                               move 'DESK' to w-fc-source
                           end-if
                           if w-fc-source = w-source
                                   and fc-gen > w-high-gen
                               move fc-gen to w-high-gen
                           end-if
                   end-read
               move w-f-orig-key(w-f-hit) to w-o-orig-key
               move w-f-currency(w-f-hit) to w-o-currency
               move w-f-settle(w-f-hit) to w-o-settle
               if w-f-cpty(w-f-hit) not = spaces
                   move w-f-cpty(w-f-hit) to w-o-cpty
               else
                   move rej-cpty to w-o-cpty
               end-if
               if w-out-count < 500
                   add 1 to w-out-count
                   move w-out-rec to w-out-line(w-out-count)
           end-if
           move ws-bus-date to w-h-feed-date
           move w-new-gen to w-h-gen
           move w-source to w-h-source
           move w-out-count to w-h-count
           move w-amount-total to w-h-amount
           move spaces to resub-record
