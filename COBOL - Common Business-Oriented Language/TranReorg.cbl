      * <name>.OLD until the next run, so an overnight swap that
      * goes wrong is an operator rename, not a restore. Runnable
      * unattended in the batch window: any verification failure
      * leaves the live file untouched and exits 16. The rebuilt
      * file carries the trade-date and settlement-date alternate
      * indexes the date-bounded reports start from, built fresh
      * alongside the base records.
      *
      * Arguments: 1 the trade history (default tran.dat /
      * Y2KSMPL_TRAN_FILE).
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select new-tran
           assign to dynamic w-new-name
           organization is indexed
           access mode is sequential
           record key is new-tran-key
           alternate record key is new-trade-date
               with duplicates
           alternate record key is new-settle-date
               with duplicates
           file status is w-new-status.
           COPY ENQSL.

               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  new-tran
           record contains 1024 characters.
               05  new-tran-orig-key      pic x(10).
               05  new-tran-currency      pic x(03).
               05  new-settle-date        pic 9(08).
               05  new-tran-cpty          pic x(08).
               05  new-tran-settle-status pic x(01).
               05  new-tran-settled-amt   pic S9999V99.
               05  new-tran-fee-amt       pic S9(5)V99.
               05  new-tran-rpt-status    pic x(01).
               05  filler                 pic x(12).
       COPY ENQFD.

       working-storage section.
