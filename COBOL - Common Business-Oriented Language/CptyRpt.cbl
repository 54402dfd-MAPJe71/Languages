      *
      * Counterparty activity and exposure over the trade history
      * file - reads tran.dat and produces, per tran-cpty, the
      * trade count, the gross (every trade at its absolute value)
      * and the net signed tran-amount, broken down within the
      * counterparty by tran-currency - the net per currency being
      * the exposure figure credit risk has been building by hand
      * in a spreadsheet. Names come from the CPTY.DAT master the
      * load validates against (CPTY-MAINT); trades loaded before
      * the counterparty was carried group under code UNASSIGN.
      *
      * The cross-foot follows TRAN-SUMMARY: counterparty totals
      * are accumulated apart from the read-pass control totals
      * and compared at the end - RETURN-CODE 16 on any difference.
      *
      * Arguments: 1 the trade history (default tran.dat, or the
      * Y2KSMPL_TRAN_FILE override y2ksmpl honors), 2 the report
      * file (default CPTYRPT.TXT).
      *
       identification division.
       program-id. CPTY-RPT.

       environment division.
       input-output section.
       file-control.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select cpty-master
           assign to "CPTY.DAT"
           organization is line sequential
           file status is w-cpty-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  tran
           record contains 1024 characters.
       01  tran-post.
           03  tran-key.
               05  tran-branch            pic x(04).
               05  tran-seq               pic 9(06).
           03  tran-data.
               05  tran-trade-date        pic 9(08).
               05  tran-amount            pic S9999V99.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  cpty-master.
       01  cpty-record.
           03  cp-code                    pic x(08).
           03  filler                     pic x.
           03  cp-name                    pic x(30).
           03  filler                     pic x.
           03  cp-status                  pic x.

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-report-name                  pic x(80)
           value "CPTYRPT.TXT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-cpty-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-cpty-eof                     pic x value 'N'.
           88  cpty-eof                   value 'Y'.

       01  w-tran-count                   pic 9(8) value zeros.
       01  w-tran-total                   pic s9(9)v99 value zeros.
       01  w-trade-cpty                   pic x(8) value spaces.
       01  w-abs-amount                   pic s9999v99 value zeros.

      *
      * The master's names, for the report lines.
      *
       01  w-name-table.
           03  w-nm-entry occurs 500 times.
               05  w-nm-code              pic x(8).
               05  w-nm-name              pic x(30).
               05  w-nm-status            pic x.
       01  w-name-count                   pic 9(3) value zeros.
       01  w-nm-sub                       pic 9(3) value zeros.
       01  w-nm-hit                       pic 9(3) value zeros.

      *
      * Per-counterparty buckets, each with its per-currency
      * buckets.
      *
       01  w-cpty-table.
           03  w-cp-entry occurs 500 times.
               05  w-cp-code              pic x(8).
               05  w-cp-count             pic 9(8).
               05  w-cp-gross             pic s9(9)v99.
               05  w-cp-net               pic s9(9)v99.
               05  w-cp-ccy-used          pic 9(2).
               05  w-cp-ccy-tab occurs 20 times.
                   07  w-cc-ccy           pic x(3).
                   07  w-cc-count         pic 9(8).
                   07  w-cc-gross         pic s9(9)v99.
                   07  w-cc-net           pic s9(9)v99.
       01  w-cpty-count                   pic 9(3) value zeros.
       01  w-cp-sub                       pic 9(3) value zeros.
       01  w-cp-hit                       pic 9(3) value zeros.
       01  w-cc-sub                       pic 9(2) value zeros.
       01  w-cc-hit                       pic 9(2) value zeros.
       01  w-cpty-spill-count             pic 9(6) value zeros.
       01  w-ccy-spill-count              pic 9(6) value zeros.

       01  w-foot-count                   pic 9(8) value zeros.
       01  w-foot-total                   pic s9(9)v99 value zeros.

       01  w-cpty-line.
           03  filler                     pic x(5)
               value 'CPTY '.
           03  rpt-cp-code                pic x(10).
           03  rpt-cp-name                pic x(30).
           03  filler                     pic x(8)
               value '  COUNT '.
           03  rpt-cp-count               pic zzzzzzz9.
           03  filler                     pic x(8)
               value '  GROSS '.
           03  rpt-cp-gross               pic -(8)9.99.
           03  filler                     pic x(6)
               value '  NET '.
           03  rpt-cp-net                 pic -(8)9.99.
           03  filler                     pic x(2) value spaces.
           03  rpt-cp-closed              pic x(6).
       01  w-ccy-line.
           03  filler                     pic x(13)
               value '    CURRENCY '.
           03  rpt-cc-ccy                 pic x(3).
           03  filler                     pic x(29) value spaces.
           03  filler                     pic x(8)
               value '  COUNT '.
           03  rpt-cc-count               pic zzzzzzz9.
           03  filler                     pic x(8)
               value '  GROSS '.
           03  rpt-cc-gross               pic -(8)9.99.
           03  filler                     pic x(6)
               value '  NET '.
           03  rpt-cc-net                 pic -(8)9.99.
       COPY BUSDTWS.
       COPY RPTFWS.

       01  w-grand-line.
           03  filler                     pic x(11)
               value 'GRAND COUNT'.
           03  rpt-g-count                pic zzzzzzz9.
           03  filler                     pic x(6)
               value '  NET '.
           03  rpt-g-total                pic -(8)9.99.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-tran-filename
           else
               accept w-tran-filename
                   from environment "Y2KSMPL_TRAN_FILE"
                   on exception continue
               end-accept
               if w-tran-filename = spaces
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if

           perform load-cpty-names
           open input tran
           if w-tran-status not = '00'
               display 'CPTY-RPT: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           open output report-file
           if w-report-status not = '00'
               display 'CPTY-RPT: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               close tran
               move 16 to return-code
               stop run
           end-if
           perform get-business-date
           move 'CPTYRPT' to ws-rpt-id
           move 'CPTYRPT' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report

           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end perform tally-one-trade
               end-read
           end-perform
           close tran

           perform write-cpty-report
           move w-foot-count to ws-rpt-ctl-count
           move w-foot-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'CPTY-RPT: RECORDS: ' w-tran-count
                   ' TOTAL: ' w-tran-total
                   ' COUNTERPARTIES: ' w-cpty-count
           move zero to return-code
           if w-foot-count not = w-tran-count
                   or w-foot-total not = w-tran-total
               display 'CPTY-RPT: *** CROSS-FOOT MISMATCH ***'
               move 16 to return-code
           end-if
           stop run.

      *
      * No master is not fatal - the report still totals by code,
      * just without the names.
      *
       load-cpty-names.
           open input cpty-master
           if w-cpty-status = '00'
               perform until cpty-eof
                   read cpty-master
                       at end move 'Y' to w-cpty-eof
                       not at end
                           if cp-code not = spaces
                                   and w-name-count < 500
                               add 1 to w-name-count
                               move cp-code
                                   to w-nm-code(w-name-count)
                               move cp-name
                                   to w-nm-name(w-name-count)
                               move cp-status
                                   to w-nm-status(w-name-count)
                           end-if
                   end-read
               end-perform
               close cpty-master
           else
               display 'CPTY-RPT: NO CPTY.DAT - CODES ONLY'
           end-if.

       tally-one-trade.
           add 1 to w-tran-count
           add tran-amount to w-tran-total
           if tran-cpty = spaces or tran-cpty = low-values
               move 'UNASSIGN' to w-trade-cpty
           else
               move tran-cpty to w-trade-cpty
           end-if
           if tran-amount < 0
               compute w-abs-amount = 0 - tran-amount
           else
               move tran-amount to w-abs-amount
           end-if
           perform find-cpty-slot
           if w-cp-hit > 0
               add 1 to w-cp-count(w-cp-hit)
               add w-abs-amount to w-cp-gross(w-cp-hit)
               add tran-amount to w-cp-net(w-cp-hit)
               perform find-ccy-slot
               if w-cc-hit > 0
                   add 1 to w-cc-count(w-cp-hit, w-cc-hit)
                   add w-abs-amount
                       to w-cc-gross(w-cp-hit, w-cc-hit)
                   add tran-amount
                       to w-cc-net(w-cp-hit, w-cc-hit)
               else
                   add 1 to w-ccy-spill-count
               end-if
           else
               add 1 to w-cpty-spill-count
           end-if.

       find-cpty-slot.
           move 0 to w-cp-hit
           perform varying w-cp-sub from 1 by 1
                   until w-cp-sub > w-cpty-count
               if w-cp-code(w-cp-sub) = w-trade-cpty
                   move w-cp-sub to w-cp-hit
               end-if
           end-perform
           if w-cp-hit = 0 and w-cpty-count < 500
               add 1 to w-cpty-count
               move w-cpty-count to w-cp-hit
               initialize w-cp-entry(w-cp-hit)
               move w-trade-cpty to w-cp-code(w-cp-hit)
           end-if.

       find-ccy-slot.
           move 0 to w-cc-hit
           perform varying w-cc-sub from 1 by 1
                   until w-cc-sub > w-cp-ccy-used(w-cp-hit)
               if w-cc-ccy(w-cp-hit, w-cc-sub) = tran-currency
                   move w-cc-sub to w-cc-hit
               end-if
           end-perform
           if w-cc-hit = 0
                   and w-cp-ccy-used(w-cp-hit) < 20
               add 1 to w-cp-ccy-used(w-cp-hit)
               move w-cp-ccy-used(w-cp-hit) to w-cc-hit
               move tran-currency
                   to w-cc-ccy(w-cp-hit, w-cc-hit)
               move zeros to w-cc-count(w-cp-hit, w-cc-hit)
               move zeros to w-cc-gross(w-cp-hit, w-cc-hit)
               move zeros to w-cc-net(w-cp-hit, w-cc-hit)
           end-if.

      *
      * Counterparty lines with their currency breakdown, then the
      * grand totals - cross-footed from the counterparty buckets
      * so a bucket miscount cannot hide. A counterparty the
      * master has closed still shows, flagged, while it carries
      * history.
      *
       write-cpty-report.
           perform varying w-cp-sub from 1 by 1
                   until w-cp-sub > w-cpty-count
               move spaces to rpt-cp-name
               move spaces to rpt-cp-closed
               move 0 to w-nm-hit
               perform varying w-nm-sub from 1 by 1
                       until w-nm-sub > w-name-count
                   if w-nm-code(w-nm-sub) = w-cp-code(w-cp-sub)
                       move w-nm-sub to w-nm-hit
                   end-if
               end-perform
               if w-nm-hit > 0
                   move w-nm-name(w-nm-hit) to rpt-cp-name
                   if w-nm-status(w-nm-hit) = 'C'
                       move 'CLOSED' to rpt-cp-closed
                   end-if
               end-if
               if w-cp-code(w-cp-sub) = 'UNASSIGN'
                   move '(NO COUNTERPARTY ON TRADE)' to rpt-cp-name
               end-if
               move w-cp-code(w-cp-sub) to rpt-cp-code
               move w-cp-count(w-cp-sub) to rpt-cp-count
               move w-cp-gross(w-cp-sub) to rpt-cp-gross
               move w-cp-net(w-cp-sub) to rpt-cp-net
               move w-cpty-line to report-line
               perform spool-report-line
               add w-cp-count(w-cp-sub) to w-foot-count
               add w-cp-net(w-cp-sub) to w-foot-total
               perform varying w-cc-sub from 1 by 1
                       until w-cc-sub > w-cp-ccy-used(w-cp-sub)
                   move w-cc-ccy(w-cp-sub, w-cc-sub)
                       to rpt-cc-ccy
                   move w-cc-count(w-cp-sub, w-cc-sub)
                       to rpt-cc-count
                   move w-cc-gross(w-cp-sub, w-cc-sub)
                       to rpt-cc-gross
                   move w-cc-net(w-cp-sub, w-cc-sub)
                       to rpt-cc-net
                   move w-ccy-line to report-line
                   perform spool-report-line
               end-perform
           end-perform
           move spaces to report-line
           perform spool-report-line
           move w-foot-count to rpt-g-count
           move w-foot-total to rpt-g-total
           move w-grand-line to report-line
           perform spool-report-line
           if w-cpty-spill-count > 0
               move spaces to report-line
               string 'COUNTERPARTY BUCKETS EXHAUSTED FOR '
                   w-cpty-spill-count ' TRADES'
                   delimited by size into report-line
               perform spool-report-line
           end-if
           if w-ccy-spill-count > 0
               move spaces to report-line
               string 'CURRENCY BUCKETS EXHAUSTED FOR '
                   w-ccy-spill-count ' TRADES'
                   delimited by size into report-line
               perform spool-report-line
           end-if.

       COPY BUSDTPA.
       COPY RPTFPA.
