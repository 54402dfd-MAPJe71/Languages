      *
      * Archive integrity sweep - TRAN-ARCHIVE balances an archive
      * on the day it cuts it and TRAN-SEARCH trusts ARCHCAT.TXT
      * from then on; nothing ever read an archive again. This
      * re-reads every catalogued archive in full and holds its
      * record count, signed amount total, and trade-date range to
      * what the catalog recorded when it was cut:
      *   MISSING    the archive cannot be opened
      *   TRUNCATED  fewer records than catalogued
      *   ALTERED    more records, another total, another date
      *              range, or a record that no longer reads
      * and then looks the other way: every TRANARCH file on disk
      * the catalog does not know is reported UNCATALOGUED - an
      * archive cut by hand, or copied in from somewhere, that
      * TRAN-SEARCH will never look inside.
      *
      * The files on disk come from a manifest, one name per line
      * (the LINE-NO-PROG manifest idiom); without one the sweep
      * lists TRANARCH.* into ARCHLIST.TXT itself.
      *
      * Arguments: 1 the manifest of archive files on disk
      * (default: list TRANARCH.* into ARCHLIST.TXT), 2 the report
      * file (default ARCHSWP.TXT). RETURN-CODE 16 when any
      * archive is missing, truncated, or altered, or the catalog
      * is longer than the sweep can hold (the disk is not then
      * looked over - every archive past the table would read as
      * uncatalogued), 4 when the only findings are uncatalogued
      * files.
      *
       identification division.
       program-id. ARCH-SWEEP.

       environment division.
       input-output section.
       file-control.
           select arch-catalog
           assign to "ARCHCAT.TXT"
           organization is line sequential
           file status is w-catalog-status.
           select arch-file
           assign to dynamic w-arch-name
           organization is line sequential
           file status is w-arch-status.
           select manifest-file
           assign to dynamic w-manifest-name
           organization is line sequential
           file status is w-manifest-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  arch-catalog.
       01  arch-catalog-record.
           03  ac-name                    pic x(40).
           03  filler                     pic x.
           03  ac-low-date                pic 9(08).
           03  filler                     pic x.
           03  ac-high-date               pic 9(08).
           03  filler                     pic x.
           03  ac-count                   pic 9(08).
           03  filler                     pic x.
           03  ac-total                   pic s9(9)v99.

       fd  arch-file.
       01  arch-record.
           03  ar-key                     pic x(10).
           03  ar-trade-date              pic 9(08).
           03  ar-amount                  pic S9999V99.
           03  ar-orig-key                pic x(10).
           03  ar-currency                pic x(03).
           03  ar-settle-date             pic 9(08).
           03  ar-cpty                    pic x(08).
           03  ar-settle-status           pic x(01).
           03  ar-settled-amt             pic S9999V99.
           03  ar-fee-amt                 pic S9(5)V99.
           03  ar-rpt-status              pic x(01).

       fd  manifest-file.
       01  manifest-record                pic x(80).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-catalog-status               pic x(2) value spaces.
       01  w-arch-status                  pic x(2) value spaces.
       01  w-manifest-status              pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-arch-name                    pic x(40) value spaces.
       01  w-manifest-name                pic x(80) value spaces.
       01  w-report-name                  pic x(80) value
                                          'ARCHSWP.TXT'.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-cmd-line                     pic x(100) value spaces.
       01  w-catalog-eof                  pic x value 'N'.
           88  catalog-eof                value 'Y'.
       01  w-arch-eof                     pic x value 'N'.
       01  w-manifest-eof                 pic x value 'N'.

       01  w-cat-table.
           03  w-cat-entry occurs 500 times.
               05  w-c-name               pic x(40).
               05  w-c-low                pic 9(8).
               05  w-c-high               pic 9(8).
               05  w-c-count              pic 9(8).
               05  w-c-total              pic s9(9)v99.
       01  w-cat-count                    pic 9(3) value zeros.
       01  w-cat-sub                      pic 9(3) value zeros.
       01  w-cat-hit                      pic 9(3) value zeros.
       01  w-cat-spill                    pic x value 'N'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-read-total                   pic s9(9)v99 value zeros.
       01  w-read-low                     pic 9(8) value zeros.
       01  w-read-high                    pic 9(8) value zeros.
       01  w-bad-records                  pic 9(8) value zeros.
       01  w-finding                      pic x(12) value spaces.
       01  w-detail                       pic x(78) value spaces.

       01  w-swept-count                  pic 9(4) value zeros.
       01  w-intact-count                 pic 9(4) value zeros.
       01  w-missing-count                pic 9(4) value zeros.
       01  w-truncated-count              pic 9(4) value zeros.
       01  w-altered-count                pic 9(4) value zeros.
       01  w-unknown-count                pic 9(4) value zeros.
       01  w-amount-disp                  pic -(9)9.99.
       01  w-total-disp                   pic -(9)9.99.

       COPY BUSDTWS.
       COPY RPTFWS.

       01  w-rpt-rec.
           03  rpt-finding                pic x(12).
           03  filler                     pic x value space.
           03  rpt-name                   pic x(40).
           03  filler                     pic x value space.
           03  rpt-detail                 pic x(78).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-manifest-name
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if

           perform load-archive-catalog
           open output report-file
           if w-report-status not = '00'
               display 'ARCH-SWEEP: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           perform get-business-date
           move 'ARCHSWEEP' to ws-rpt-id
           move 'ARCHSWP' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report

           perform varying w-cat-sub from 1 by 1
                   until w-cat-sub > w-cat-count
               perform sweep-one-archive
           end-perform
           if w-cat-spill = 'Y'
               move spaces to report-line
               move 'CATALOG LONGER THAN 500 - NOT ALL SWEPT, '
                   to report-line
               move 'UNCATALOGUED FILES NOT CHECKED'
                   to report-line(42:30)
               perform spool-report-line
           else
               perform find-uncatalogued-files
           end-if

           compute ws-rpt-ctl-count = w-missing-count
               + w-truncated-count + w-altered-count
               + w-unknown-count
           move zeros to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'ARCH-SWEEP SUMMARY: ' function trim(w-report-name)
           display '  ARCHIVES SWEPT...: ' w-swept-count
           display '  INTACT...........: ' w-intact-count
           display '  MISSING..........: ' w-missing-count
           display '  TRUNCATED........: ' w-truncated-count
           display '  ALTERED..........: ' w-altered-count
           display '  UNCATALOGUED.....: ' w-unknown-count
           move zero to return-code
           if w-unknown-count > zero
               move 4 to return-code
           end-if
           if w-missing-count > zero or w-truncated-count > zero
                   or w-altered-count > zero
               display 'ARCH-SWEEP: *** ARCHIVE INTEGRITY FAILURES '
                       '- SEE ' function trim(w-report-name) ' ***'
               move 16 to return-code
           end-if
           if w-cat-spill = 'Y'
               move 16 to return-code
           end-if
           stop run.

       load-archive-catalog.
           open input arch-catalog
           if w-catalog-status not = '00'
               display 'ARCH-SWEEP: NO ARCHCAT.TXT - NOTHING '
                       'CATALOGUED TO SWEEP'
           else
               perform until catalog-eof
                   read arch-catalog
                       at end move 'Y' to w-catalog-eof
                       not at end
                           if ac-name not = spaces
                               if w-cat-count < 500
                                   add 1 to w-cat-count
                                   move ac-name
                                       to w-c-name(w-cat-count)
                                   move ac-low-date
                                       to w-c-low(w-cat-count)
                                   move ac-high-date
                                       to w-c-high(w-cat-count)
                                   move ac-count
                                       to w-c-count(w-cat-count)
                                   move ac-total
                                       to w-c-total(w-cat-count)
                               else
                                   move 'Y' to w-cat-spill
                               end-if
                           end-if
                   end-read
               end-perform
               close arch-catalog
           end-if
           if w-cat-spill = 'Y'
               display 'ARCH-SWEEP: MORE THAN 500 CATALOGUED '
                       'ARCHIVES - THE REST ARE NOT SWEPT AND '
                       'UNCATALOGUED FILES ARE NOT CHECKED'
           end-if.

      *
      * The whole archive is read - a short read or a record that
      * no longer carries a numeric date or amount is as much a
      * finding as a wrong total.
      *
       sweep-one-archive.
           add 1 to w-swept-count
           move w-c-name(w-cat-sub) to w-arch-name
           move zeros to w-read-count w-read-total w-read-high
                         w-bad-records
           move 99999999 to w-read-low
           move spaces to w-finding w-detail
           move 'N' to w-arch-eof
           open input arch-file
           if w-arch-status not = '00'
               add 1 to w-missing-count
               move 'MISSING' to w-finding
               string 'CATALOGUED ' w-c-count(w-cat-sub)
                   ' RECORDS ' w-c-low(w-cat-sub) '-'
                   w-c-high(w-cat-sub) ' - CANNOT OPEN STATUS '
                   w-arch-status delimited by size into w-detail
           else
               perform until w-arch-eof = 'Y'
                   read arch-file
                       at end move 'Y' to w-arch-eof
                       not at end perform tally-one-record
                   end-read
               end-perform
               close arch-file
               perform judge-one-archive
           end-if
           if w-finding not = 'INTACT'
               display 'ARCH-SWEEP: ' function trim(w-finding) ' '
                       function trim(w-arch-name) ' '
                       function trim(w-detail)
           end-if
           move w-finding to rpt-finding
           move w-arch-name to rpt-name
           move w-detail to rpt-detail
           move w-rpt-rec to report-line
           perform spool-report-line.

       tally-one-record.
           add 1 to w-read-count
           if ar-trade-date is not numeric
                   or ar-amount is not numeric
               add 1 to w-bad-records
           else
               add ar-amount to w-read-total
               if ar-trade-date < w-read-low
                   move ar-trade-date to w-read-low
               end-if
               if ar-trade-date > w-read-high
                   move ar-trade-date to w-read-high
               end-if
           end-if.

       judge-one-archive.
           if w-read-count = zero
               move zeros to w-read-low
           end-if
           evaluate true
               when w-read-count < w-c-count(w-cat-sub)
                   add 1 to w-truncated-count
                   move 'TRUNCATED' to w-finding
                   string 'CATALOGUED ' w-c-count(w-cat-sub)
                       ' RECORDS - READ ' w-read-count
                       delimited by size into w-detail
               when w-read-count > w-c-count(w-cat-sub)
                   add 1 to w-altered-count
                   move 'ALTERED' to w-finding
                   string 'CATALOGUED ' w-c-count(w-cat-sub)
                       ' RECORDS - READ ' w-read-count
                       delimited by size into w-detail
               when w-bad-records > zero
                   add 1 to w-altered-count
                   move 'ALTERED' to w-finding
                   string w-bad-records
                       ' RECORD(S) NO LONGER READ AS TRADES'
                       delimited by size into w-detail
               when w-read-total not = w-c-total(w-cat-sub)
                   add 1 to w-altered-count
                   move 'ALTERED' to w-finding
                   move w-c-total(w-cat-sub) to w-total-disp
                   move w-read-total to w-amount-disp
                   string 'CATALOGUED TOTAL '
                       function trim(w-total-disp)
                       ' - READ ' function trim(w-amount-disp)
                       delimited by size into w-detail
               when w-read-low not = w-c-low(w-cat-sub)
                       or w-read-high not = w-c-high(w-cat-sub)
                   add 1 to w-altered-count
                   move 'ALTERED' to w-finding
                   string 'CATALOGUED DATES ' w-c-low(w-cat-sub)
                       '-' w-c-high(w-cat-sub) ' - READ '
                       w-read-low '-' w-read-high
                       delimited by size into w-detail
               when other
                   add 1 to w-intact-count
                   move 'INTACT' to w-finding
                   move w-read-total to w-amount-disp
                   string w-read-count ' RECORDS '
                       function trim(w-amount-disp) ' '
                       w-read-low '-' w-read-high
                       delimited by size into w-detail
           end-evaluate.

      *
      * Anything named TRANARCH.* on the manifest that the catalog
      * does not carry.
      *
       find-uncatalogued-files.
           if w-manifest-name = spaces
               move 'ARCHLIST.TXT' to w-manifest-name
               move spaces to w-cmd-line
               string 'ls -1 TRANARCH.* > '
                   function trim(w-manifest-name) ' 2>/dev/null'
                   delimited by size into w-cmd-line
               call 'SYSTEM' using w-cmd-line
               move zero to return-code
           end-if
           move 'N' to w-manifest-eof
           open input manifest-file
           if w-manifest-status not = '00'
               display 'ARCH-SWEEP: CANNOT OPEN MANIFEST '
                       function trim(w-manifest-name)
                       ' - UNCATALOGUED FILES NOT CHECKED'
           else
               perform until w-manifest-eof = 'Y'
                   read manifest-file
                       at end move 'Y' to w-manifest-eof
                       not at end perform check-one-disk-file
                   end-read
               end-perform
               close manifest-file
           end-if.

       check-one-disk-file.
           if manifest-record(1:9) = 'TRANARCH.'
               move 0 to w-cat-hit
               perform varying w-cat-sub from 1 by 1
                       until w-cat-sub > w-cat-count
                   if w-c-name(w-cat-sub) = manifest-record(1:40)
                       move w-cat-sub to w-cat-hit
                   end-if
               end-perform
               if w-cat-hit = 0
                   add 1 to w-unknown-count
                   move 'UNCATALOGUED' to rpt-finding
                   move manifest-record(1:40) to rpt-name
                   move 'ON DISK - NOT IN ARCHCAT.TXT' to rpt-detail
                   move w-rpt-rec to report-line
                   perform spool-report-line
                   display 'ARCH-SWEEP: UNCATALOGUED '
                           function trim(manifest-record)
               end-if
           end-if.

       COPY BUSDTPA.
       COPY RPTFPA.
