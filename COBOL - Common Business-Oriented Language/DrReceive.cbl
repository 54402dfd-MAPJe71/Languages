      *
      * Off-site receipt of a DR-BUNDLE transfer - unpacks every
      * member and proves the copy complete before it is accepted:
      *   each member's lines against its EOM count, running hash
      *   (AUDCHAIN), and for the trade history the amount total
      *   the bundle against its CTL control record - member
      *   count, line count, amount total, and the hash chained
      *   over the members; no CTL means the transfer was cut short
      *   every snapshot member against the set's own manifest -
      *   a PRESENT file must be there with the manifest's count
      *   (and the trade history its total), an ABSENT one must
      *   not, and nothing may be there the manifest never named
      *
      * Members unpack to <member>.RCV. Only when everything
      * proves are they renamed to their member names (SNAP<date>
      * .<tag>, ready for EOD-RESTORE) and the bundle ACCEPTED;
      * otherwise the .RCV files are left for inspection, the
      * bundle is REJECTED, and the run ends with RETURN-CODE 16.
      * Either way the report says which member disagreed.
      *
      * Arguments: 1 the bundle (required), 2 the report file
      * (default DRRECV.TXT).
      *
       identification division.
       program-id. DR-RECEIVE.

       environment division.
       input-output section.
       file-control.
           select bundle-file
           assign to dynamic w-bundle-name
           organization is line sequential
           file status is w-bundle-status.
           select dst-file
           assign to dynamic w-dst-name
           organization is line sequential
           file status is w-dst-status.
           select mft-file
           assign to dynamic w-mft-name
           organization is line sequential
           file status is w-mft-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  bundle-file.
       01  bundle-record.
           03  bd-type                    pic x(3).
           03  filler                     pic x.
           03  bd-body                    pic x(256).

       fd  dst-file.
       01  dst-record                     pic x(256).

       fd  mft-file.
       01  mft-record.
           03  mf-tag                     pic x(10).
           03  filler                     pic x.
           03  mf-count                   pic 9(8).
           03  filler                     pic x.
           03  mf-total                   pic s9(11)v99.
           03  filler                     pic x.
           03  mf-flag                    pic x(8).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-bundle-name                  pic x(80) value spaces.
       01  w-dst-name                     pic x(80) value spaces.
       01  w-mft-name                     pic x(80) value spaces.
       01  w-report-name                  pic x(80) value
                                          'DRRECV.TXT'.
       01  w-bundle-status                pic x(2) value spaces.
       01  w-dst-status                   pic x(2) value spaces.
       01  w-mft-status                   pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-bundle-eof                   pic x value 'N'.
       01  w-mft-eof                      pic x value 'N'.
       01  w-call-status                  pic s9(9) comp value zeros.
       01  w-new-name                     pic x(40) value spaces.
       01  w-old-name                     pic x(40) value spaces.

      *
      * Where the walk through the bundle stands - a member open
      * between its MBR and EOM, and whether BDL and CTL were seen.
      *
       01  w-bdl-seen                     pic x value 'N'.
       01  w-ctl-seen                     pic x value 'N'.
       01  w-in-member                    pic x value 'N'.
       01  w-bundle-fault                 pic x(60) value spaces.
       01  w-bundle-line                  pic 9(10) value zeros.

      *
      * MBR and EOM lines, laid out as DR-BUNDLE writes them.
      *
       01  w-mbr-rec.
           03  mb-name                    pic x(30).
           03  filler                     pic x.
           03  mb-kind                    pic x(8).
           03  filler                     pic x.
           03  mb-tag                     pic x(10).
           03  filler                     pic x.
           03  mb-flag                    pic x(8).
           03  filler                     pic x.
           03  mb-count                   pic 9(8).
           03  filler                     pic x.
           03  mb-total                   pic s9(11)v99.
           03  filler                     pic x.
           03  mb-hash                    pic x(18).
       01  w-bdl-rec.
           03  bh-id                      pic x(8).
           03  filler                     pic x.
           03  bh-snap-date               pic x(8).
           03  filler                     pic x.
           03  bh-run-date                pic x(8).
           03  filler                     pic x.
           03  bh-run-time                pic x(8).
           03  filler                     pic x.
           03  bh-user                    pic x(12).
       01  w-ctl-rec.
           03  ct-snap-date               pic x(8).
           03  filler                     pic x.
           03  ct-members                 pic 9(3).
           03  filler                     pic x.
           03  ct-lines                   pic 9(10).
           03  filler                     pic x.
           03  ct-total                   pic s9(11)v99.
           03  filler                     pic x.
           03  ct-hash                    pic x(18).

      *
      * Every member received, what its lines came to, and how it
      * proved.
      *
       01  w-mbr-table.
           03  w-mr-entry occurs 30 times.
               05  w-mr-name              pic x(30).
               05  w-mr-kind              pic x(8).
               05  w-mr-tag               pic x(10).
               05  w-mr-flag              pic x(8).
               05  w-mr-lines             pic 9(8).
               05  w-mr-total             pic s9(11)v99.
               05  w-mr-hash              pic x(18).
               05  w-mr-in-mft            pic x.
               05  w-mr-result            pic x(10).
               05  w-mr-detail            pic x(60).
       01  w-mr-count                     pic 9(2) value zeros.
       01  w-mr-sub                       pic 9(2) value zeros.
       01  w-mr-hit                       pic 9(2) value zeros.

       01  w-tran-image                   pic x(80) value spaces.
       01  w-tran-image-r redefines w-tran-image.
           03  ti-key                     pic x(10).
           03  ti-trade-date              pic x(08).
           03  ti-amount                  pic S9999V99.
           03  filler                     pic x(56).

       01  w-snap-date                    pic x(8) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value zeros.
       01  w-bundle-hash                  pic x(18) value spaces.
       01  w-next-hash                    pic x(18) value spaces.
       01  w-line-count                   pic 9(10) value zeros.
       01  w-bundle-total                 pic s9(11)v99 value zeros.
       01  w-failed-count                 pic 9(3) value zeros.
       01  w-proved-count                 pic 9(3) value zeros.
       01  w-count-disp                   pic z(7)9.
       01  w-total-disp                   pic -(11)9.99.

       COPY BUSDTWS.
       COPY RPTFWS.

       01  w-rpt-rec.
           03  rpt-result                 pic x(10).
           03  filler                     pic x value space.
           03  rpt-name                   pic x(30).
           03  filler                     pic x value space.
           03  rpt-flag                   pic x(8).
           03  filler                     pic x value space.
           03  rpt-lines                  pic z(7)9.
           03  filler                     pic x value space.
           03  rpt-detail                 pic x(60).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-bundle-name
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           if w-bundle-name = spaces
               display 'DR-RECEIVE: NAME THE BUNDLE TO RECEIVE'
               move 16 to return-code
               stop run
           end-if
           open input bundle-file
           if w-bundle-status not = '00'
               display 'DR-RECEIVE: CANNOT OPEN BUNDLE '
                       function trim(w-bundle-name)
               move 16 to return-code
               stop run
           end-if

           perform until w-bundle-eof = 'Y'
               read bundle-file
                   at end move 'Y' to w-bundle-eof
                   not at end
                       add 1 to w-bundle-line
                       perform take-one-bundle-line
                       if w-bundle-fault not = spaces
                           move 'Y' to w-bundle-eof
                       end-if
               end-read
           end-perform
           close bundle-file
           if w-in-member = 'Y'
               close dst-file
               move 'N' to w-in-member
           end-if
           if w-bundle-fault = spaces and w-ctl-seen not = 'Y'
               move 'NO CONTROL RECORD - TRANSFER CUT SHORT'
                   to w-bundle-fault
           end-if
           if w-bundle-fault = spaces
               perform prove-against-the-manifest
           end-if

           perform varying w-mr-sub from 1 by 1
                   until w-mr-sub > w-mr-count
               if w-mr-result(w-mr-sub) = 'PROVED'
                   add 1 to w-proved-count
               else
                   add 1 to w-failed-count
               end-if
           end-perform
           if w-bundle-fault = spaces and w-failed-count = zero
               perform accept-the-members
           end-if
           perform write-the-report

           display 'DR-RECEIVE: ' function trim(w-bundle-name)
                   ' SET SNAP' w-snap-date
           display '  MEMBERS..........: ' w-mr-count
           display '  PROVED...........: ' w-proved-count
           display '  FAILED...........: ' w-failed-count
           display '  LINES............: ' w-line-count
           move zero to return-code
           if w-bundle-fault not = spaces or w-failed-count > zero
               if w-bundle-fault not = spaces
                   display 'DR-RECEIVE: ' function trim(w-bundle-fault)
               end-if
               display 'DR-RECEIVE: *** BUNDLE REJECTED - SEE '
                       function trim(w-report-name) ' ***'
               move 16 to return-code
           else
               display 'DR-RECEIVE: BUNDLE ACCEPTED'
           end-if
           stop run.

      *
      * The bundle must open with BDL, hold members as MBR, DAT
      * ..., EOM, and close with CTL - anything else out of place
      * and the walk stops there.
      *
       take-one-bundle-line.
           if w-bdl-seen not = 'Y'
               if bd-type = 'BDL'
                   move bd-body to w-bdl-rec
               end-if
               if bd-type not = 'BDL' or bh-id not = 'DRBUNDLE'
                   move 'NOT A DR-BUNDLE TRANSFER - NO BDL HEADER'
                       to w-bundle-fault
               else
                   move 'Y' to w-bdl-seen
                   move bh-snap-date to w-snap-date
               end-if
           else
               if w-ctl-seen = 'Y'
                   move 'LINES AFTER THE CONTROL RECORD'
                       to w-bundle-fault
               else
                   evaluate bd-type
                       when 'MBR'
                           perform open-one-member
                       when 'DAT'
                           perform take-one-data-line
                       when 'EOM'
                           perform close-one-member
                       when 'CTL'
                           perform check-the-control-record
                       when other
                           move 'UNKNOWN LINE TYPE IN THE BUNDLE'
                               to w-bundle-fault
                   end-evaluate
               end-if
           end-if
           if w-bundle-fault not = spaces
               display 'DR-RECEIVE: BUNDLE LINE ' w-bundle-line
                       ' - ' function trim(w-bundle-fault)
           end-if.

       open-one-member.
           if w-in-member = 'Y'
               move 'MEMBER HAS NO EOM LINE' to w-bundle-fault
           else
               if w-mr-count = 30
                   move 'MORE MEMBERS THAN ONE SET CAN HOLD'
                       to w-bundle-fault
               end-if
           end-if
           if w-bundle-fault = spaces
               move bd-body to w-mbr-rec
               add 1 to w-mr-count
               move w-mr-count to w-mr-sub
               move mb-name to w-mr-name(w-mr-sub)
               move mb-kind to w-mr-kind(w-mr-sub)
               move mb-tag to w-mr-tag(w-mr-sub)
               move mb-flag to w-mr-flag(w-mr-sub)
               move zeros to w-mr-lines(w-mr-sub)
               move zeros to w-mr-total(w-mr-sub)
               move spaces to w-mr-hash(w-mr-sub)
               move 'N' to w-mr-in-mft(w-mr-sub)
               move spaces to w-mr-result(w-mr-sub)
               move spaces to w-mr-detail(w-mr-sub)
               move 'Y' to w-in-member
               if mb-flag = 'PRESENT'
                   move spaces to w-dst-name
                   string function trim(mb-name) '.RCV'
                       delimited by size into w-dst-name
                   open output dst-file
                   if w-dst-status not = '00'
                       move 'CANNOT WRITE A RECEIVED MEMBER'
                           to w-bundle-fault
                       move 'N' to w-in-member
                   end-if
               end-if
           end-if.

       take-one-data-line.
           if w-in-member not = 'Y'
               move 'DATA LINE OUTSIDE ANY MEMBER' to w-bundle-fault
           else
               if w-mr-flag(w-mr-sub) not = 'PRESENT'
                   move 'DATA LINE IN AN ABSENT MEMBER'
                       to w-bundle-fault
               end-if
           end-if
           if w-bundle-fault = spaces
               add 1 to w-mr-lines(w-mr-sub)
               add 1 to w-line-count
               move bd-body to dst-record
               write dst-record
               move bd-body to w-chain-text
               move 256 to w-chain-len
               call 'AUDCHAIN' using w-mr-hash(w-mr-sub),
                   w-chain-text, w-chain-len, w-next-hash
               end-call
               move w-next-hash to w-mr-hash(w-mr-sub)
               if w-mr-kind(w-mr-sub) = 'SNAPSHOT'
                       and w-mr-tag(w-mr-sub) = 'TRAN'
                   move bd-body(1:80) to w-tran-image
                   if ti-amount is numeric
                       add ti-amount to w-mr-total(w-mr-sub)
                   end-if
               end-if
           end-if.

      *
      * EOM says what DR-BUNDLE packed; the member proves only if
      * what arrived comes to the same thing.
      *
       close-one-member.
           if w-in-member not = 'Y'
               move 'EOM LINE OUTSIDE ANY MEMBER' to w-bundle-fault
           else
               move bd-body to w-mbr-rec
               if mb-name not = w-mr-name(w-mr-sub)
                   move 'EOM DOES NOT NAME THE OPEN MEMBER'
                       to w-bundle-fault
               end-if
           end-if
           if w-bundle-fault = spaces
               if w-mr-flag(w-mr-sub) = 'PRESENT'
                   close dst-file
               end-if
               move 'N' to w-in-member
               move 'PROVED' to w-mr-result(w-mr-sub)
               if mb-count not = w-mr-lines(w-mr-sub)
                   move 'COUNT' to w-mr-result(w-mr-sub)
                   move mb-count to w-count-disp
                   string 'EOM SAYS ' function trim(w-count-disp)
                       ' LINES' delimited by size
                       into w-mr-detail(w-mr-sub)
               else
                   if mb-hash not = w-mr-hash(w-mr-sub)
                       move 'HASH' to w-mr-result(w-mr-sub)
                       move 'LINES ALTERED IN TRANSFER - HASH DIFFERS'
                           to w-mr-detail(w-mr-sub)
                   else
                       if mb-total not = w-mr-total(w-mr-sub)
                           move 'TOTAL' to w-mr-result(w-mr-sub)
                           move mb-total to w-total-disp
                           string 'EOM TOTAL '
                               function trim(w-total-disp)
                               delimited by size
                               into w-mr-detail(w-mr-sub)
                       end-if
                   end-if
               end-if
               add w-mr-total(w-mr-sub) to w-bundle-total
               move spaces to w-chain-text
               move w-mbr-rec to w-chain-text
               move 101 to w-chain-len
               call 'AUDCHAIN' using w-bundle-hash, w-chain-text,
                   w-chain-len, w-next-hash
               end-call
               move w-next-hash to w-bundle-hash
           end-if.

       check-the-control-record.
           if w-in-member = 'Y'
               move 'MEMBER HAS NO EOM LINE' to w-bundle-fault
           else
               move bd-body to w-ctl-rec
               move 'Y' to w-ctl-seen
               evaluate true
                   when ct-snap-date not = w-snap-date
                       move 'CTL NAMES ANOTHER SET THAN THE BDL HEADER'
                           to w-bundle-fault
                   when ct-members not = w-mr-count
                       move 'CTL MEMBER COUNT DOES NOT AGREE'
                           to w-bundle-fault
                   when ct-lines not = w-line-count
                       move 'CTL LINE COUNT DOES NOT AGREE'
                           to w-bundle-fault
                   when ct-total not = w-bundle-total
                       move 'CTL AMOUNT TOTAL DOES NOT AGREE'
                           to w-bundle-fault
                   when ct-hash not = w-bundle-hash
                       move 'CTL BUNDLE HASH DOES NOT AGREE'
                           to w-bundle-fault
               end-evaluate
           end-if.

      *
      * The manifest travelled as a member of its own; every line
      * of it must find its file in the bundle, and every snapshot
      * file in the bundle must be a line of it.
      *
       prove-against-the-manifest.
           move spaces to w-mft-name
           string 'SNAP' w-snap-date '.MFT.RCV'
               delimited by size into w-mft-name
           move 0 to w-mr-hit
           perform varying w-mr-sub from 1 by 1
                   until w-mr-sub > w-mr-count
               if w-mr-kind(w-mr-sub) = 'MANIFEST'
                   move w-mr-sub to w-mr-hit
               end-if
           end-perform
           if w-mr-hit = 0
               move 'THE BUNDLE CARRIES NO MANIFEST' to w-bundle-fault
           else
               if w-mr-flag(w-mr-hit) not = 'PRESENT'
                   move 'THE BUNDLE CARRIES NO MANIFEST'
                       to w-bundle-fault
               end-if
           end-if
           if w-bundle-fault = spaces
               open input mft-file
               if w-mft-status not = '00'
                   move 'CANNOT READ THE RECEIVED MANIFEST'
                       to w-bundle-fault
               end-if
           end-if
           if w-bundle-fault = spaces
               perform until w-mft-eof = 'Y'
                   read mft-file
                       at end move 'Y' to w-mft-eof
                       not at end perform prove-one-manifest-line
                   end-read
               end-perform
               close mft-file
               perform varying w-mr-sub from 1 by 1
                       until w-mr-sub > w-mr-count
                   if w-mr-kind(w-mr-sub) = 'SNAPSHOT'
                           and w-mr-in-mft(w-mr-sub) not = 'Y'
                       move 'EXTRA' to w-mr-result(w-mr-sub)
                       move 'NOT IN THE MANIFEST'
                           to w-mr-detail(w-mr-sub)
                   end-if
               end-perform
           end-if.

       prove-one-manifest-line.
           move 0 to w-mr-hit
           perform varying w-mr-sub from 1 by 1
                   until w-mr-sub > w-mr-count
               if w-mr-kind(w-mr-sub) = 'SNAPSHOT'
                       and w-mr-tag(w-mr-sub) = mf-tag
                   move w-mr-sub to w-mr-hit
               end-if
           end-perform
           if w-mr-hit = 0
               if mf-flag = 'PRESENT' and w-mr-count < 30
                   add 1 to w-mr-count
                   move w-mr-count to w-mr-hit
                   move spaces to w-mr-name(w-mr-hit)
                   string 'SNAP' w-snap-date '.' function trim(mf-tag)
                       delimited by size into w-mr-name(w-mr-hit)
                   move 'SNAPSHOT' to w-mr-kind(w-mr-hit)
                   move mf-tag to w-mr-tag(w-mr-hit)
                   move 'ABSENT' to w-mr-flag(w-mr-hit)
                   move zeros to w-mr-lines(w-mr-hit)
                   move zeros to w-mr-total(w-mr-hit)
                   move 'Y' to w-mr-in-mft(w-mr-hit)
                   move 'MISSING' to w-mr-result(w-mr-hit)
                   move 'MANIFEST SAYS PRESENT - NOT IN THE BUNDLE'
                       to w-mr-detail(w-mr-hit)
               end-if
           else
               move 'Y' to w-mr-in-mft(w-mr-hit)
               if w-mr-result(w-mr-hit) = 'PROVED'
                   evaluate true
                       when mf-flag not = w-mr-flag(w-mr-hit)
                           move 'MANIFEST' to w-mr-result(w-mr-hit)
                           string 'MANIFEST SAYS '
                               function trim(mf-flag)
                               delimited by size
                               into w-mr-detail(w-mr-hit)
                       when mf-count not = w-mr-lines(w-mr-hit)
                           move 'MANIFEST' to w-mr-result(w-mr-hit)
                           move mf-count to w-count-disp
                           string 'MANIFEST SAYS '
                               function trim(w-count-disp)
                               ' RECORDS' delimited by size
                               into w-mr-detail(w-mr-hit)
                       when mf-total not = w-mr-total(w-mr-hit)
                           move 'MANIFEST' to w-mr-result(w-mr-hit)
                           move mf-total to w-total-disp
                           string 'MANIFEST TOTAL '
                               function trim(w-total-disp)
                               delimited by size
                               into w-mr-detail(w-mr-hit)
                   end-evaluate
               end-if
           end-if.

      *
      * Everything proved - the received copies take their member
      * names. A rename that fails leaves that member unaccepted.
      *
       accept-the-members.
           perform varying w-mr-sub from 1 by 1
                   until w-mr-sub > w-mr-count
               if w-mr-flag(w-mr-sub) = 'PRESENT'
                   move spaces to w-old-name
                   string function trim(w-mr-name(w-mr-sub)) '.RCV'
                       delimited by size into w-old-name
                   move w-mr-name(w-mr-sub) to w-new-name
                   call 'CBL_RENAME_FILE'
                       using w-old-name, w-new-name
                       returning w-call-status
                   end-call
                   if w-call-status not = zero
                       move 'RENAME' to w-mr-result(w-mr-sub)
                       move 'PROVED BUT COULD NOT TAKE ITS NAME'
                           to w-mr-detail(w-mr-sub)
                       subtract 1 from w-proved-count
                       add 1 to w-failed-count
                   end-if
               end-if
           end-perform.

       write-the-report.
           open output report-file
           if w-report-status not = '00'
               display 'DR-RECEIVE: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           perform get-business-date
           move 'DRRECEIVE' to ws-rpt-id
           move 'DRRECV' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           perform varying w-mr-sub from 1 by 1
                   until w-mr-sub > w-mr-count
               move spaces to w-rpt-rec
               move w-mr-result(w-mr-sub) to rpt-result
               if w-mr-result(w-mr-sub) = spaces
                   move 'UNPROVED' to rpt-result
               end-if
               move w-mr-name(w-mr-sub) to rpt-name
               move w-mr-flag(w-mr-sub) to rpt-flag
               move w-mr-lines(w-mr-sub) to rpt-lines
               move w-mr-detail(w-mr-sub) to rpt-detail
               move w-rpt-rec to report-line
               perform spool-report-line
           end-perform
           move spaces to w-rpt-rec
           if w-bundle-fault = spaces and w-failed-count = zero
               move 'ACCEPTED' to rpt-result
           else
               move 'REJECTED' to rpt-result
               move w-bundle-fault to rpt-detail
           end-if
           move w-bundle-name to rpt-name
           move w-line-count to rpt-lines
           move w-rpt-rec to report-line
           perform spool-report-line
           move w-failed-count to ws-rpt-ctl-count
           move w-bundle-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file.

       COPY BUSDTPA.
       COPY RPTFPA.
