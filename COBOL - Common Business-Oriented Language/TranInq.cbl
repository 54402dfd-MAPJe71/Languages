           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.

       data division.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
           03  filler                     pic x(2) value spaces.
           03  rpt-ccy                    pic x(3).
           03  filler                     pic x(2) value spaces.
           03  rpt-cpty                   pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-amount                 pic -(3)9.99.
           03  filler                     pic x(2) value spaces.
           03  rpt-note                   pic x(26).
           move tran-key to rpt-key
           move tran-trade-date to rpt-date
           move tran-currency to rpt-ccy
           move tran-cpty to rpt-cpty
           move tran-amount to rpt-amount
           move spaces to rpt-note
           move tran-orig-key to w-orig-key
                   move tran-key to rpt-key
                   move tran-trade-date to rpt-date
                   move tran-currency to rpt-ccy
                   move tran-cpty to rpt-cpty
                   move tran-amount to rpt-amount
                   move '  ^ ORIGINAL' to rpt-note
                   display '    OFFSETS:'
