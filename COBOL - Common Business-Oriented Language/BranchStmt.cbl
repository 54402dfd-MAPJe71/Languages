      * the heading come from BRANCH.DAT; a branch the master does
      * not know prints as UNKNOWN rather than vanishing.
      *
      * The live history is read along its trade-date index and
      * the read stops at the first trade dated after the month -
      * the later history belongs to no statement of this month.
      * Statements print in branch code order whichever file a
      * branch's trades came from.
      *
      * Amendments REWRITE in place and leave no marker on the
      * record, so only the reversal chain can be annotated from
      * data - an amended trade prints at its amended values.
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
      *    carried for layout parity with TRAN-ARCHIVE - the
      *    statement lists by trade date, not settlement
           03  ar-settle-date             pic x(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

       fd  branch-master.
       01  branch-record.
               move 16 to return-code
               stop run
           end-if
           move zeros to tran-trade-date
           start tran key is >= tran-trade-date
               invalid key move 'Y' to w-tran-eof
           end-start
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       if tran-trade-date > w-month-end
                           move 'Y' to w-tran-eof
                       else
                           move tran-key to w-t-key
                           move tran-trade-date to w-t-date
                           move tran-amount to w-t-amount
                           move tran-orig-key to w-t-orig-key
                           move tran-currency to w-t-currency
                           perform bucket-one-trade
                       end-if
               end-read
           end-perform
           close tran.
               end-if
           end-perform
           if w-bal-hit = 0 and w-bal-count < 100
               perform open-balance-slot
           end-if.

      *
      * A new branch goes in at its place in code order, the
      * later branches moved up one.
      *
       open-balance-slot.
           compute w-bal-hit = w-bal-count + 1
           perform varying w-bal-sub from 1 by 1
                   until w-bal-sub > w-bal-count
               if w-b-code(w-bal-sub) > w-t-branch
                       and w-bal-hit > w-bal-count
                   move w-bal-sub to w-bal-hit
               end-if
           end-perform
           perform varying w-bal-sub from w-bal-count by -1
                   until w-bal-sub < w-bal-hit
               move w-bal-entry(w-bal-sub)
                   to w-bal-entry(w-bal-sub + 1)
           end-perform
           add 1 to w-bal-count
           initialize w-bal-entry(w-bal-hit)
           move w-t-branch to w-b-code(w-bal-hit).

      *
      * A reversal carries its original's key - stamp the original
      * with the reversal's key so the pair reads in both
                       else
                           if w-d-date(w-det-sub)
                                   < w-d-date(w-det-min)
                               or (w-d-date(w-det-sub)
                                   = w-d-date(w-det-min)
                               and w-d-key(w-det-sub)
                                   < w-d-key(w-det-min))
                               move w-det-sub to w-det-min
                           end-if
                       end-if
