      * End-of-day snapshot of the live business state - GDG-ROLL
      * protects pipeline source outputs and nothing protects the
      * money. One run copies the trade history, BRANCH.DAT,
      * BRSEQ.DAT, FEEDCTL.TXT, the load's control files
      * (WINDOW.CTL, CHKPINT.CTL, CALENDAR.CTL, RATES.CTL,
      * BRLIMIT.CTL, FEEDSRC.CTL, REGION.CTL, FEESCHED.CTL,
      * APPRLIM.CTL, PERIOD.CTL, OPERMAST.CTL), and the state
      * kept beside the trades (CPTY.DAT, PENDAPPR.DAT,
      * BRBALHST.DAT, NOSTRO.DAT, BRACTHST.TXT, CONFCTL.DAT and
      * the CONFREG.DAT register) to a dated
      * snapshot set (SNAP<date>.<TAG>), recording per-file record
      * counts - and for the trade history the signed amount
      * total - in the set's manifest (SNAP<date>.MFT).
      * EOD-RESTORE reloads a chosen set and proves it against
      * those recorded totals before declaring success.
      *
      * The trade history and the confirmation register snapshot
      * as flat unloads of their record images, so the restore
      * rebuilds clean indexed files instead of trusting a byte
      * copy of one mid-flight.
      *
      * Arguments: 1 the snapshot date (default the BUSDT rule),
      * 2 the trade history (default tran.dat / Y2KSMPL_TRAN_FILE).
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select conf-register
           assign to "CONFREG.DAT"
           organization is indexed
           access mode is sequential
           record key is cf-key
           file status is w-reg-status.
           select src-file
           assign to dynamic w-src-name
           organization is line sequential
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  conf-register.
       01  conf-reg-record.
           03  cf-key                     pic x(10).
           03  cf-image                   pic x(45).
           03  cf-kind                    pic x.
           03  cf-jr-date                 pic x(08).
           03  cf-jr-time                 pic x(08).
           03  cf-conf-date               pic x(08).

       fd  src-file.
       01  src-record                     pic x(256).
       01  w-dst-name                     pic x(80) value spaces.
       01  w-mft-name                     pic x(80) value spaces.
       01  w-tran-status                  pic x(2) value spaces.
       01  w-reg-status                   pic x(2) value spaces.
       01  w-src-status                   pic x(2) value spaces.
       01  w-dst-status                   pic x(2) value spaces.
       01  w-mft-status                   pic x(2) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-src-eof                      pic x value 'N'.
       01  w-reg-eof                      pic x value 'N'.

      *
      * The flat files of the set - source dataset and its tag in
               value 'RATES.CTL           RATES     '.
           03  filler pic x(40)
               value 'BRLIMIT.CTL         BRLIMIT   '.
           03  filler pic x(40)
               value 'FEEDSRC.CTL         FEEDSRC   '.
           03  filler pic x(40)
               value 'REGION.CTL          REGION    '.
           03  filler pic x(40)
               value 'FEESCHED.CTL        FEESCHED  '.
           03  filler pic x(40)
               value 'APPRLIM.CTL         APPRLIM   '.
           03  filler pic x(40)
               value 'PERIOD.CTL          PERIOD    '.
           03  filler pic x(40)
               value 'OPERMAST.CTL        OPERMAST  '.
           03  filler pic x(40)
               value 'CPTY.DAT            CPTY      '.
           03  filler pic x(40)
               value 'PENDAPPR.DAT        PENDAPPR  '.
           03  filler pic x(40)
               value 'BRBALHST.DAT        BRBALHST  '.
           03  filler pic x(40)
               value 'NOSTRO.DAT          NOSTRO    '.
           03  filler pic x(40)
               value 'BRACTHST.TXT        BRACTHST  '.
           03  filler pic x(40)
               value 'CONFCTL.DAT         CONFCTL   '.
       01  w-set-table-r redefines w-set-table.
           03  w-set-entry occurs 20 times.
               05  w-set-dataset          pic x(20).
               05  w-set-tag              pic x(10).
               05  filler                 pic x(10).

           perform snapshot-trade-history
           perform varying w-set-sub from 1 by 1
                   until w-set-sub > 20
               perform snapshot-one-flat-file
           end-perform
           perform snapshot-confirm-register
           close mft-file

           display 'EOD-SNAP: SET SNAP' w-snap-date
           stop run.

      *
      * The trade history unloads as its 80-byte record images,
      * counted and totalled - the numbers the restore must prove.
      *
       snapshot-trade-history.
                       add 1 to w-rec-count
                       add tran-amount to w-tran-total
                       move spaces to dst-record
                       move tran-post(1:80) to dst-record
                       write dst-record
               end-read
           end-perform
               write mft-record
           end-if.

      *
      * The confirmation register unloads the same way as the
      * trade history; a shop that has never confirmed has none,
      * and it is recorded absent like any other.
      *
       snapshot-confirm-register.
           move 'N' to w-reg-eof
           open input conf-register
           if w-reg-status not = '00'
               add 1 to w-missing-count
               move spaces to mft-record
               move 'CONFREG' to mf-tag
               move zeros to mf-count
               move zeros to mf-total
               move 'ABSENT' to mf-flag
               write mft-record
           else
               add 1 to w-file-count
               move spaces to w-dst-name
               string 'SNAP' w-snap-date '.CONFREG'
                   delimited by size into w-dst-name
               open output dst-file
               move zeros to w-rec-count
               perform until w-reg-eof = 'Y'
                   read conf-register next
                       at end move 'Y' to w-reg-eof
                       not at end
                           add 1 to w-rec-count
                           move spaces to dst-record
                           move conf-reg-record to dst-record
                           write dst-record
                   end-read
               end-perform
               close conf-register dst-file
               move spaces to mft-record
               move 'CONFREG' to mf-tag
               move w-rec-count to mf-count
               move zeros to mf-total
               move 'PRESENT' to mf-flag
               write mft-record
           end-if.

       COPY BUSDTPA.
