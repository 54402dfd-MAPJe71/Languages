      * file back into the trade history when the auditors come
      * asking. Records already on file are counted and left alone
      * (the history has moved on since the archive was cut).
      * Restored records enter the trade-date and settlement-date
      * alternate indexes with the write, as the load's do.
      *
      * Arguments: 1 the archive file (required, e.g.
      * TRANARCH.020101), 2 the trade history (default tran.dat /
           organization is indexed
           access mode is dynamic
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
      *    archives cut before the settlement date landed carry
      *    spaces here - restored as zeros, not garbage
           03  ar-settle-date             pic x(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
                       else
                           move zeros to tran-settle-date
                       end-if
                       move ar-cpty to tran-cpty
                       move ar-settle-status to tran-settle-status
                       if ar-settled-amt is numeric
                           move ar-settled-amt to tran-settled-amt
                       else
                           move zeros to tran-settled-amt
                       end-if
                       if ar-fee-amt is numeric
                           move ar-fee-amt to tran-fee-amt
                       else
                           move zeros to tran-fee-amt
                       end-if
                       move ar-rpt-status to tran-rpt-status
                       write tran-post
                           invalid key
                               add 1 to w-present-count
