           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select merge-ctl
           assign to dynamic w-merge-name
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  merge-ctl.
       01  merge-record.
      *
       01  w-move-table.
           03  w-mv-entry occurs 1000 times.
               05  w-mv-image             pic x(80).
       01  w-move-count                   pic 9(4) value zeros.
       01  w-mv-sub                       pic 9(4) value zeros.
       01  w-move-spill                   pic x value 'N'.
           03  w-i-orig-key               pic x(10).
           03  w-i-currency               pic x(3).
           03  w-i-settle-date            pic 9(8).
           03  w-i-cpty                   pic x(8).
           03  w-i-rest                   pic x(27).

       01  w-bq-table.
           03  w-bq-entry occurs 100 times.
                       if w-m-hit > 0
                           if w-move-count < 1000
                               add 1 to w-move-count
                               move tran-post(1:80)
                                   to w-mv-image(w-move-count)
                           else
                               move 'Y' to w-move-spill
           end-if.

       write-rekeyed-trade.
           move w-image to tran-post(1:80)
           move w-new-key to tran-key
           write tran-post
               invalid key
               not invalid key
                   add 1 to w-rekeyed-count
                   move 'WRT' to ws-jrnl-action
                   move tran-post(1:80) to ws-jrnl-after
                   perform write-tran-journal
                   if w-xkey-count < 1000
                       add 1 to w-xkey-count
                   end-if
               end-perform
               if w-xk-hit > 0
                   move tran-post(1:80) to ws-jrnl-before
                   move w-xk-new(w-xk-hit) to tran-orig-key
                   rewrite tran-post
                       invalid key
                       not invalid key
                           add 1 to w-chain-count
                           move 'REW' to ws-jrnl-action
                           move tran-post(1:80)
                               to ws-jrnl-after
                           perform write-tran-journal
                   end-rewrite
