      *
      * Off-site disaster-recovery bundle - EOD-SNAP leaves the
      * SNAP<date> set next to the live files, which covers a bad
      * run but not the loss of the machine. This packs one set
      * into a single line-sequential transfer file that can go
      * off site as it stands:
      *   the manifest            SNAP<date>.MFT
      *   every file the manifest says is PRESENT
      *   the day's trade journal SNAP<date>.JRNL   (TRANJRNL.TXT
      *                           entries stamped that date)
      *   the day's run log       SNAP<date>.RUNLOG (RUNLOG.TXT
      *                           runs started that date)
      *   the feed control file   SNAP<date>.FEEDLIVE (FEEDCTL.TXT
      *                           as it stands when the bundle
      *                           is cut)
      *
      * Each member is a MBR line, its lines as DAT lines, and an
      * EOM line carrying the member's line count, its running
      * hash (AUDCHAIN over every line), and for the trade history
      * its signed amount total. A BDL header opens the bundle and
      * a CTL control record closes it with the member count, the
      * line count, the amount total, and a hash chained over the
      * members' EOM lines - DR-RECEIVE proves all of it at the
      * recovery site, and a bundle cut short has no CTL.
      *
      * The set is proved against its own manifest as it is
      * packed: a snapshot file whose count or total no longer
      * agrees is not sent, the bundle is emptied, and the run
      * ends with RETURN-CODE 16.
      *
      * Arguments: 1 the snapshot date (default the BUSDT rule),
      * 2 the bundle (default DRBUNDLE.<date>).
      *
       identification division.
       program-id. DR-BUNDLE.

       environment division.
       input-output section.
       file-control.
           select src-file
           assign to dynamic w-src-name
           organization is line sequential
           file status is w-src-status.
           select mft-file
           assign to dynamic w-mft-name
           organization is line sequential
           file status is w-mft-status.
           select bundle-file
           assign to dynamic w-bundle-name
           organization is line sequential
           file status is w-bundle-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  src-file.
       01  src-record                     pic x(256).

       fd  mft-file.
       01  mft-record.
           03  mf-tag                     pic x(10).
           03  filler                     pic x.
           03  mf-count                   pic 9(8).
           03  filler                     pic x.
           03  mf-total                   pic s9(11)v99.
           03  filler                     pic x.
           03  mf-flag                    pic x(8).

       fd  bundle-file.
       01  bundle-record.
           03  bd-type                    pic x(3).
           03  filler                     pic x.
           03  bd-body                    pic x(256).
       COPY BUSDTFD.

       working-storage section.
       01  w-src-name                     pic x(80) value spaces.
       01  w-mft-name                     pic x(80) value spaces.
       01  w-bundle-name                  pic x(80) value spaces.
       01  w-src-status                   pic x(2) value spaces.
       01  w-mft-status                   pic x(2) value spaces.
       01  w-bundle-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-snap-date                    pic x(8) value spaces.
       01  w-run-date                     pic x(8) value spaces.
       01  w-run-time                     pic x(8) value spaces.
       01  w-src-eof                      pic x value 'N'.
       01  w-mft-eof                      pic x value 'N'.

      *
      * The manifest as EOD-SNAP wrote it - each tag and what the
      * set must hold for it.
      *
       01  w-mft-table.
           03  w-mt-entry occurs 20 times.
               05  w-mt-tag               pic x(10).
               05  w-mt-count             pic 9(8).
               05  w-mt-total             pic s9(11)v99.
               05  w-mt-flag              pic x(8).
       01  w-mt-count-used                pic 9(2) value zeros.
       01  w-mt-sub                       pic 9(2) value zeros.

      *
      * The member being packed - where it comes from, what it is
      * called in the bundle, and the stamp date its lines must
      * carry in columns 10-17 (spaces to take every line).
      *
       01  w-mbr-source                   pic x(80) value spaces.
       01  w-mbr-kind                     pic x(8) value spaces.
       01  w-mbr-tag                      pic x(10) value spaces.
       01  w-mbr-filter                   pic x(8) value spaces.
       01  w-mbr-lines                    pic 9(8) value zeros.
       01  w-mbr-total                    pic s9(11)v99 value zeros.
       01  w-mbr-hash                     pic x(18) value spaces.
       01  w-mbr-flag                     pic x(8) value spaces.

      *
      * MBR and EOM lines - the member header and its closing
      * count, total, and hash.
      *
       01  w-mbr-rec.
           03  mb-name                    pic x(30).
           03  filler                     pic x value space.
           03  mb-kind                    pic x(8).
           03  filler                     pic x value space.
           03  mb-tag                     pic x(10).
           03  filler                     pic x value space.
           03  mb-flag                    pic x(8).
           03  filler                     pic x value space.
           03  mb-count                   pic 9(8).
           03  filler                     pic x value space.
           03  mb-total                   pic s9(11)v99.
           03  filler                     pic x value space.
           03  mb-hash                    pic x(18).

      *
      * BDL header and CTL control record.
      *
       01  w-bdl-rec.
           03  bh-id                      pic x(8) value 'DRBUNDLE'.
           03  filler                     pic x value space.
           03  bh-snap-date               pic x(8).
           03  filler                     pic x value space.
           03  bh-run-date                pic x(8).
           03  filler                     pic x value space.
           03  bh-run-time                pic x(8).
           03  filler                     pic x value space.
           03  bh-user                    pic x(12).
       01  w-ctl-rec.
           03  ct-snap-date               pic x(8).
           03  filler                     pic x value space.
           03  ct-members                 pic 9(3).
           03  filler                     pic x value space.
           03  ct-lines                   pic 9(10).
           03  filler                     pic x value space.
           03  ct-total                   pic s9(11)v99.
           03  filler                     pic x value space.
           03  ct-hash                    pic x(18).

      *
      * The trade history unload is the first 80 bytes of
      * tran-post - the amount sits after the key and trade date.
      *
       01  w-tran-image                   pic x(80) value spaces.
       01  w-tran-image-r redefines w-tran-image.
           03  ti-key                     pic x(10).
           03  ti-trade-date              pic x(08).
           03  ti-amount                  pic S9999V99.
           03  filler                     pic x(56).

       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value zeros.
       01  w-bundle-hash                  pic x(18) value spaces.
       01  w-next-hash                    pic x(18) value spaces.
       01  w-member-count                 pic 9(3) value zeros.
       01  w-line-count                   pic 9(10) value zeros.
       01  w-bundle-total                 pic s9(11)v99 value zeros.
       01  w-bad-count                    pic 9(3) value zeros.
       01  w-total-disp                   pic -(11)9.99.

       COPY BUSDTWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-snap-date
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-bundle-name
           if w-snap-date = spaces
               perform get-business-date
               move ws-bus-date to w-snap-date
           end-if
           if w-bundle-name = spaces
               string 'DRBUNDLE.' w-snap-date
                   delimited by size into w-bundle-name
           end-if
           accept w-run-date from date yyyymmdd
           accept w-run-time from time

           perform load-the-manifest
           open output bundle-file
           if w-bundle-status not = '00'
               display 'DR-BUNDLE: CANNOT OPEN BUNDLE '
                       function trim(w-bundle-name)
               move 16 to return-code
               stop run
           end-if
           move w-snap-date to bh-snap-date
           move w-run-date to bh-run-date
           move w-run-time to bh-run-time
           accept bh-user from environment 'LOGNAME'
               on exception move spaces to bh-user
           end-accept
           move spaces to bundle-record
           move 'BDL' to bd-type
           move w-bdl-rec to bd-body
           write bundle-record

           move w-mft-name to w-mbr-source
           move 'MANIFEST' to w-mbr-kind
           move 'MFT' to w-mbr-tag
           move spaces to w-mbr-filter
           perform pack-one-member

           perform varying w-mt-sub from 1 by 1
                   until w-mt-sub > w-mt-count-used
               if w-mt-flag(w-mt-sub) = 'PRESENT'
                   perform pack-snapshot-member
               end-if
           end-perform

           move 'TRANJRNL.TXT' to w-mbr-source
           move 'JOURNAL' to w-mbr-kind
           move 'JRNL' to w-mbr-tag
           move w-snap-date to w-mbr-filter
           perform pack-one-member
           move 'RUNLOG.TXT' to w-mbr-source
           move 'RUNLOG' to w-mbr-kind
           move 'RUNLOG' to w-mbr-tag
           move w-snap-date to w-mbr-filter
           perform pack-one-member
           move 'FEEDCTL.TXT' to w-mbr-source
           move 'FEEDCTL' to w-mbr-kind
           move 'FEEDLIVE' to w-mbr-tag
           move spaces to w-mbr-filter
           perform pack-one-member

           if w-bad-count > zero
               perform refuse-the-bundle
           end-if
           move spaces to bundle-record
           move w-snap-date to ct-snap-date
           move w-member-count to ct-members
           move w-line-count to ct-lines
           move w-bundle-total to ct-total
           move w-bundle-hash to ct-hash
           move 'CTL' to bd-type
           move w-ctl-rec to bd-body
           write bundle-record
           close bundle-file
           if w-bundle-status not = '00'
               display 'DR-BUNDLE: CLOSE OF '
                       function trim(w-bundle-name)
                       ' FAILED STATUS ' w-bundle-status
               move 16 to return-code
               stop run
           end-if

           move w-bundle-total to w-total-disp
           display 'DR-BUNDLE: ' function trim(w-bundle-name)
                   ' FOR SET SNAP' w-snap-date
           display '  MEMBERS..........: ' w-member-count
           display '  LINES............: ' w-line-count
           display '  TRADE TOTAL......: ' w-total-disp
           display '  BUNDLE HASH......: ' w-bundle-hash
           move zero to return-code
           stop run.

      *
      * No manifest, no bundle - the receipt has nothing to prove
      * the set against.
      *
       load-the-manifest.
           move spaces to w-mft-name
           string 'SNAP' w-snap-date '.MFT'
               delimited by size into w-mft-name
           open input mft-file
           if w-mft-status not = '00'
               display 'DR-BUNDLE: NO MANIFEST '
                       function trim(w-mft-name)
                       ' - RUN EOD-SNAP FOR ' w-snap-date ' FIRST'
               move 16 to return-code
               stop run
           end-if
           perform until w-mft-eof = 'Y'
               read mft-file
                   at end move 'Y' to w-mft-eof
                   not at end
                       if w-mt-count-used < 20
                           add 1 to w-mt-count-used
                           move mf-tag to w-mt-tag(w-mt-count-used)
                           move mf-count
                               to w-mt-count(w-mt-count-used)
                           move mf-total
                               to w-mt-total(w-mt-count-used)
                           move mf-flag to w-mt-flag(w-mt-count-used)
                       end-if
               end-read
           end-perform
           close mft-file.

      *
      * A snapshot file goes in only if it still agrees with the
      * manifest - a set damaged on disk must not be the copy the
      * recovery site relies on.
      *
       pack-snapshot-member.
           move spaces to w-mbr-source
           string 'SNAP' w-snap-date '.'
               function trim(w-mt-tag(w-mt-sub))
               delimited by size into w-mbr-source
           move 'SNAPSHOT' to w-mbr-kind
           move w-mt-tag(w-mt-sub) to w-mbr-tag
           move spaces to w-mbr-filter
           perform pack-one-member
           if w-mbr-flag not = 'PRESENT'
               display 'DR-BUNDLE: ' function trim(w-mbr-source)
                       ' IS IN THE MANIFEST BUT NOT ON DISK'
               add 1 to w-bad-count
           else
               if w-mbr-lines not = w-mt-count(w-mt-sub)
                   display 'DR-BUNDLE: ' function trim(w-mbr-source)
                           ' HAS ' w-mbr-lines ' RECORDS - MANIFEST '
                           'SAYS ' w-mt-count(w-mt-sub)
                   add 1 to w-bad-count
               end-if
               if w-mbr-total not = w-mt-total(w-mt-sub)
                   display 'DR-BUNDLE: ' function trim(w-mbr-source)
                           ' TOTAL DOES NOT AGREE WITH THE MANIFEST'
                   add 1 to w-bad-count
               end-if
           end-if.

      *
      * One member: MBR, its lines as DAT, and EOM with what was
      * packed. A source not on disk still gets its MBR and EOM,
      * flagged ABSENT with no lines, so the receipt knows it was
      * looked for.
      *
       pack-one-member.
           move spaces to w-mbr-rec
           move zeros to w-mbr-lines w-mbr-total
           move spaces to w-mbr-hash
           move 'N' to w-src-eof
           move w-mbr-source to w-src-name
           open input src-file
           if w-src-status = '00'
               move 'PRESENT' to w-mbr-flag
           else
               move 'ABSENT' to w-mbr-flag
           end-if
           move spaces to mb-name
           string 'SNAP' w-snap-date '.' function trim(w-mbr-tag)
               delimited by size into mb-name
           move w-mbr-kind to mb-kind
           move w-mbr-tag to mb-tag
           move w-mbr-flag to mb-flag
           move zeros to mb-count mb-total
           move spaces to mb-hash
           move spaces to bundle-record
           move 'MBR' to bd-type
           move w-mbr-rec to bd-body
           write bundle-record
           if w-mbr-flag = 'PRESENT'
               perform until w-src-eof = 'Y'
                   read src-file
                       at end move 'Y' to w-src-eof
                       not at end
                           if w-mbr-filter = spaces
                                   or src-record(10:8) = w-mbr-filter
                               perform pack-one-line
                           end-if
                   end-read
               end-perform
               close src-file
           end-if
           move w-mbr-lines to mb-count
           move w-mbr-total to mb-total
           move w-mbr-hash to mb-hash
           move spaces to bundle-record
           move 'EOM' to bd-type
           move w-mbr-rec to bd-body
           write bundle-record
           add 1 to w-member-count
           add w-mbr-total to w-bundle-total
           move spaces to w-chain-text
           move w-mbr-rec to w-chain-text
           move 101 to w-chain-len
           call 'AUDCHAIN' using w-bundle-hash, w-chain-text,
               w-chain-len, w-next-hash
           end-call
           move w-next-hash to w-bundle-hash.

       pack-one-line.
           add 1 to w-mbr-lines
           add 1 to w-line-count
           move spaces to bundle-record
           move 'DAT' to bd-type
           move src-record to bd-body
           write bundle-record
           move src-record to w-chain-text
           move 256 to w-chain-len
           call 'AUDCHAIN' using w-mbr-hash, w-chain-text,
               w-chain-len, w-next-hash
           end-call
           move w-next-hash to w-mbr-hash
           if w-mbr-kind = 'SNAPSHOT' and w-mbr-tag = 'TRAN'
               move src-record(1:80) to w-tran-image
               if ti-amount is numeric
                   add ti-amount to w-mbr-total
               end-if
           end-if.

      *
      * The half-written bundle is emptied so nobody ships it.
      *
       refuse-the-bundle.
           close bundle-file
           open output bundle-file
           close bundle-file
           display 'DR-BUNDLE: *** SET SNAP' w-snap-date
                   ' DOES NOT AGREE WITH ITS MANIFEST - NO BUNDLE ***'
           move 16 to return-code
           stop run.

       COPY BUSDTPA.
