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
           03  ar-orig-key                pic x(10).
           03  ar-currency                pic x(03).
           03  ar-settle-date             pic 9(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

      *
      * The archive inventory - one line per archive cut, with the
               move tran-orig-key to ar-orig-key
               move tran-currency to ar-currency
               move tran-settle-date to ar-settle-date
               move tran-cpty to ar-cpty
               move tran-settle-status to ar-settle-status
               move tran-settled-amt to ar-settled-amt
               move tran-fee-amt to ar-fee-amt
               move tran-rpt-status to ar-rpt-status
               write arch-record
               add 1 to w-arch-count
               add tran-amount to w-arch-total
           read tran
               invalid key continue
               not invalid key
                   move tran-post(1:80) to ws-jrnl-before
           end-read
           move w-purge-key(w-purge-sub) to tran-key
           delete tran
