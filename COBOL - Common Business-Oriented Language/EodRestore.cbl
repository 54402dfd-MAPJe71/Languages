      * which file disagreed - a restore that cannot prove itself
      * is a restore nobody should trust.
      *
      * The trade history and the confirmation register rebuild
      * as fresh indexed files from their flat unloads; the flat
      * datasets copy back line for line.
      *
      * Arguments: 1 the snapshot date YYYYMMDD (required), 2 the
      * trade history to rebuild (default tran.dat /
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select conf-register
           assign to "CONFREG.DAT"
           organization is indexed
           access mode is dynamic
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
               value 'RATES     RATES.CTL           '.
           03  filler pic x(30)
               value 'BRLIMIT   BRLIMIT.CTL         '.
           03  filler pic x(30)
               value 'FEEDSRC   FEEDSRC.CTL         '.
           03  filler pic x(30)
               value 'REGION    REGION.CTL          '.
           03  filler pic x(30)
               value 'FEESCHED  FEESCHED.CTL        '.
           03  filler pic x(30)
               value 'APPRLIM   APPRLIM.CTL         '.
           03  filler pic x(30)
               value 'PERIOD    PERIOD.CTL          '.
           03  filler pic x(30)
               value 'OPERMAST  OPERMAST.CTL        '.
           03  filler pic x(30)
               value 'CPTY      CPTY.DAT            '.
           03  filler pic x(30)
               value 'PENDAPPR  PENDAPPR.DAT        '.
           03  filler pic x(30)
               value 'BRBALHST  BRBALHST.DAT        '.
           03  filler pic x(30)
               value 'NOSTRO    NOSTRO.DAT          '.
           03  filler pic x(30)
               value 'BRACTHST  BRACTHST.TXT        '.
           03  filler pic x(30)
               value 'CONFCTL   CONFCTL.DAT         '.
       01  w-map-table-r redefines w-map-table.
           03  w-map-entry occurs 20 times.
               05  w-map-tag              pic x(10).
               05  w-map-dataset          pic x(20).
       01  w-map-sub                      pic 9(2) value zeros.
      *            system cannot keep content the snapshot never
      *            had.
                   continue
               when mf-tag = 'CONFREG'
                   perform restore-confirm-register
               when other
                   perform restore-one-flat-file
           end-evaluate.
                       read src-file
                           at end move 'Y' to w-src-eof
                           not at end
                               move src-record(1:80)
                                   to tran-post(1:80)
                               write tran-post
                                   invalid key
                                       display 'EOD-RESTORE: '
               end-if
           end-if.

       restore-confirm-register.
           move spaces to w-src-name
           string 'SNAP' w-snap-date '.CONFREG'
               delimited by size into w-src-name
           move 'N' to w-src-eof
           open input src-file
           if w-src-status not = '00'
               display 'EOD-RESTORE: SNAPSHOT CONFREG UNLOAD '
                       'MISSING'
               add 1 to w-fail-count
           else
               open output conf-register
               if w-reg-status not = '00'
                   display 'EOD-RESTORE: CANNOT REBUILD CONFREG.DAT '
                           'STATUS ' w-reg-status
                   add 1 to w-fail-count
                   close src-file
               else
                   move zeros to w-rec-count
                   perform until w-src-eof = 'Y'
                       read src-file
                           at end move 'Y' to w-src-eof
                           not at end
                               move src-record to conf-reg-record
                               write conf-reg-record
                                   invalid key
                                       display 'EOD-RESTORE: '
                                           'DUP KEY IN UNLOAD '
                                           cf-key
                                   not invalid key
                                       add 1 to w-rec-count
                               end-write
                       end-read
                   end-perform
                   close src-file conf-register
                   if w-rec-count not = mf-count
                       add 1 to w-fail-count
                       display 'EOD-RESTORE: CONFREG PROOF '
                               'FAILED - MANIFEST ' mf-count
                               ' GOT ' w-rec-count
                   else
                       add 1 to w-restored-count
                   end-if
               end-if
           end-if.

       restore-one-flat-file.
           move 0 to w-map-hit
           perform varying w-map-sub from 1 by 1
                   until w-map-sub > 20
               if w-map-tag(w-map-sub) = mf-tag
                   move w-map-sub to w-map-hit
               end-if
