      * TRAN-SUMMARY foots its branches - RETURN-CODE 16 on any
      * difference. A branch the master does not know rolls into
      * an UNKNOWN region rather than vanishing from the money.
      * Each region section is headed with the region's name,
      * regional head, and reporting currency off the region
      * master (REGION.CTL); a region code the master does not
      * hold is marked NOT ON REGION MASTER so the mistype shows
      * on the page it would otherwise have split.
      *
      * Arguments: 1 the report file (default REGSUM.TXT), 2 the
      * trade history (default tran.dat / Y2KSMPL_TRAN_FILE).
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select region-master
           assign to "REGION.CTL"
           organization is line sequential
           file status is w-region-status.
           select report-file
           assign to dynamic w-report-name
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

       fd  branch-master.
       01  branch-record.
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  region-master.
       01  region-record.
           03  rg-code                    pic x(08).
           03  filler                     pic x.
           03  rg-name                    pic x(30).
           03  filler                     pic x.
           03  rg-head                    pic x(20).
           03  filler                     pic x.
           03  rg-currency                pic x(03).

       fd  report-file.
       01  report-line                    pic x(132).

       01  w-tran-status                  pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-region-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-branch-eof                   pic x value 'N'.
           88  branch-eof                 value 'Y'.
       01  w-region-eof                   pic x value 'N'.
           88  region-eof                 value 'Y'.

       01  w-tran-count                   pic 9(8) value zeros.
       01  w-tran-total                   pic s9(9)v99 value zeros.
       01  w-m-sub                        pic 9(3) value zeros.
       01  w-m-hit                        pic 9(3) value zeros.

       01  w-rgm-table.
           03  w-rgm-entry occurs 50 times.
               05  w-g-code               pic x(8).
               05  w-g-name               pic x(30).
               05  w-g-head               pic x(20).
               05  w-g-currency           pic x(3).
       01  w-rgm-count                    pic 9(3) value zeros.
       01  w-g-sub                        pic 9(3) value zeros.
       01  w-g-hit                        pic 9(3) value zeros.
       01  w-unmastered                   pic 9(3) value zeros.

      *
      * Region buckets, each with its member-branch buckets.
      *
           03  filler                     pic x(8)
               value '  TOTAL '.
           03  rpt-r-total                pic -(8)9.99.
       01  w-region-head-line.
           03  filler                     pic x(9)
               value '  NAME   '.
           03  rpt-g-name                 pic x(30).
           03  filler                     pic x(8)
               value '  HEAD  '.
           03  rpt-g-head                 pic x(20).
           03  filler                     pic x(7)
               value '  CCY  '.
           03  rpt-g-currency             pic x(3).
       01  w-branch-line.
           03  filler                     pic x(9)
               value '  BRANCH '.
           end-if

           perform load-region-map
           perform load-region-master
           open input tran
           if w-tran-status not = '00'
               display 'REGION-RPT: CANNOT OPEN '

           display 'REGION-RPT: RECORDS: ' w-tran-count
                   ' TOTAL: ' w-tran-total
           if w-unmastered > zero
               display 'REGION-RPT: ' w-unmastered
                       ' REGION(S) NOT ON REGION.CTL'
           end-if
           move zero to return-code
           if w-foot-count not = w-tran-count
                   or w-foot-total not = w-tran-total
                       'EVERYTHING ROLLS TO UNKNOWN'
           end-if.

       load-region-master.
           open input region-master
           if w-region-status = '00'
               perform until region-eof
                   read region-master
                       at end move 'Y' to w-region-eof
                       not at end
                           if rg-code not = spaces
                                   and w-rgm-count < 50
                               add 1 to w-rgm-count
                               move rg-code
                                   to w-g-code(w-rgm-count)
                               move rg-name
                                   to w-g-name(w-rgm-count)
                               move rg-head
                                   to w-g-head(w-rgm-count)
                               move rg-currency
                                   to w-g-currency(w-rgm-count)
                           end-if
                   end-read
               end-perform
               close region-master
           else
               display 'REGION-RPT: NO REGION.CTL - '
                       'REGION NAMES NOT SHOWN'
           end-if.

       roll-one-trade.
           add 1 to w-tran-count
           add tran-amount to w-tran-total
               move w-r-total(w-r-sub) to rpt-r-total
               move w-region-line to report-line
               write report-line
               perform write-region-heading
               add w-r-count(w-r-sub) to w-foot-count
               add w-r-total(w-r-sub) to w-foot-total
               perform varying w-rb-sub from 1 by 1
           move w-foot-total to rpt-g-total
           move w-grand-line to report-line
           write report-line.

       write-region-heading.
           move 0 to w-g-hit
           perform varying w-g-sub from 1 by 1
                   until w-g-sub > w-rgm-count
               if w-g-code(w-g-sub) = w-r-region(w-r-sub)
                   move w-g-sub to w-g-hit
               end-if
           end-perform
           if w-g-hit > 0
               move w-g-name(w-g-hit) to rpt-g-name
               move w-g-head(w-g-hit) to rpt-g-head
               move w-g-currency(w-g-hit) to rpt-g-currency
           else
               add 1 to w-unmastered
               move '*** NOT ON REGION MASTER ***' to rpt-g-name
               move spaces to rpt-g-head
               move spaces to rpt-g-currency
           end-if
           move w-region-head-line to report-line
           write report-line.
