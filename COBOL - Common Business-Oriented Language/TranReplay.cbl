           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           COPY JRNLSL.

               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).
       COPY JRNLFD.

       working-storage section.

       apply-journal-write.
           move jr-after to tran-post(1:45)
           move jr-after-x to tran-post(46:35)
           write tran-post
               invalid key
                   add 1 to w-conflict-count

       apply-journal-rewrite.
           move jr-after to tran-post(1:45)
           move jr-after-x to tran-post(46:35)
           rewrite tran-post
               invalid key
                   add 1 to w-conflict-count
