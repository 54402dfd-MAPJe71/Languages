      *
      * Masked test copy of the trade history and the branch
      * masters - developers and the test team get tran.dat,
      * BRANCH.DAT, and BRBAL.DAT they can load and run against,
      * with nothing in them worth stealing:
      *   every amount (trade, settled, fee, and the positions'
      *   opening and movement) is scaled by a secret factor and
      *   rounded half away from zero, so a reversal still nets
      *   its original to zero and a settled amount still equals
      *   its trade amount; a position's closing is re-added from
      *   its masked opening and movement
      *   every branch code is replaced, the same way in all three
      *   files, by a T-code (T001, T002, ...) handed out in an
      *   order keyed off the factor - the branch part of every
      *   reversal's tran-orig-key goes through the same map, so
      *   TRAN-REVCHK still pairs it, and branch names become
      *   TEST BRANCH <code>
      *   dates, sequence numbers, currencies, regions, and
      *   statuses are left as they are, so every date
      *   relationship (settlement after trade, the balances'
      *   business dates) holds as it did
      * The masked set cross-foots in TRAN-SUMMARY as the live
      * one does.
      *
      * The factor comes only from the TRANMASK_FACTOR
      * environment variable (a decimal such as 0.8137, between
      * 0.1 and 9.9999, never 1) so it stays off the command line
      * and out of the run log. A scaled amount too large for its
      * field is held at the field's limit, sign kept, and
      * counted. Nothing is written to the production directory:
      * the copies go only to the target directory, which must
      * already exist and may not be the current one, and without
      * a usable factor nothing is written at all.
      *
      * Arguments: 1 the target directory (required), 2 the trade
      * history (default tran.dat / Y2KSMPL_TRAN_FILE).
      *
       identification division.
       program-id. TRAN-MASK.

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
           select mask-tran
           assign to dynamic w-mask-tran-name
           organization is indexed
           access mode is dynamic
           record key is mt-key
           alternate record key is mt-trade-date
               with duplicates
           alternate record key is mt-settle-date
               with duplicates
           file status is w-mask-tran-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select mask-branch
           assign to dynamic w-mask-branch-name
           organization is line sequential
           file status is w-mask-branch-status.
           select brbal-file
           assign to "BRBAL.DAT"
           organization is indexed
           access mode is sequential
           record key is bb-key
           file status is w-brbal-status.
           select mask-brbal
           assign to dynamic w-mask-brbal-name
           organization is indexed
           access mode is dynamic
           record key is mb-key
           file status is w-mask-brbal-status.

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

       fd  mask-tran
           record contains 1024 characters.
       01  mask-tran-post.
           03  mt-key.
               05  mt-branch              pic x(04).
               05  mt-seq                 pic 9(06).
           03  mt-data.
               05  mt-trade-date          pic 9(08).
               05  mt-amount              pic S9999V99.
               05  mt-orig-key.
                   07  mt-orig-branch     pic x(04).
                   07  mt-orig-seq        pic x(06).
               05  mt-currency            pic x(03).
               05  mt-settle-date         pic 9(08).
               05  mt-cpty                pic x(08).
               05  mt-settle-status       pic x(01).
               05  mt-settled-amt         pic S9999V99.
               05  mt-fee-amt             pic S9(5)V99.
               05  mt-rpt-status          pic x(01).
               05  filler                 pic x(12).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  mask-branch.
       01  mask-branch-record             pic x(46).

       fd  brbal-file.
       01  brbal-record.
           03  bb-key.
               05  bb-branch              pic x(04).
               05  bb-currency            pic x(03).
           03  bb-data.
               05  bb-bus-date            pic 9(08).
               05  bb-opening             pic s9(9)v99.
               05  bb-movement            pic s9(9)v99.
               05  bb-closing             pic s9(9)v99.

       fd  mask-brbal.
       01  mask-brbal-record.
           03  mb-key.
               05  mb-branch              pic x(04).
               05  mb-currency            pic x(03).
           03  mb-data.
               05  mb-bus-date            pic 9(08).
               05  mb-opening             pic s9(9)v99.
               05  mb-movement            pic s9(9)v99.
               05  mb-closing             pic s9(9)v99.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-target-dir                   pic x(80) value spaces.
       01  w-prod-dir                     pic x(80) value spaces.
       01  w-mask-tran-name               pic x(100) value spaces.
       01  w-mask-branch-name             pic x(100) value spaces.
       01  w-mask-brbal-name              pic x(100) value spaces.
       01  w-tran-status                  pic x(2) value spaces.
       01  w-mask-tran-status             pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-mask-branch-status           pic x(2) value spaces.
       01  w-brbal-status                 pic x(2) value spaces.
       01  w-mask-brbal-status            pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-branch-eof                   pic x value 'N'.
       01  w-brbal-eof                    pic x value 'N'.

       01  w-factor-arg                   pic x(20) value spaces.
       01  w-factor                       pic 9v9999 value zeros.

      *
      * Every branch code met in the three files, the key its
      * place in the masked order is drawn from, and its T-code.
      *
       01  w-map-table.
           03  w-map-entry occurs 500 times.
               05  w-map-code             pic x(04).
               05  w-map-hash             pic x(18).
               05  w-map-mask             pic x(04).
       01  w-map-count                    pic 9(3) value zeros.
       01  w-map-sub                      pic 9(3) value zeros.
       01  w-map-sub-2                    pic 9(3) value zeros.
       01  w-map-hit                      pic 9(3) value zeros.
       01  w-map-rank                     pic 9(3) value zeros.
       01  w-map-spill                    pic x value 'N'.
       01  w-look-code                    pic x(04) value spaces.
       01  w-look-mask                    pic x(04) value spaces.

       01  w-mask-code.
           03  filler                     pic x value 'T'.
           03  w-mask-num                 pic 9(3).

       01  w-mask-branch-line.
           03  ml-code                    pic x(04).
           03  filler                     pic x value space.
           03  ml-name.
               05  filler                 pic x(12)
                   value 'TEST BRANCH '.
               05  ml-name-code           pic x(04).
               05  filler                 pic x(14) value spaces.
           03  filler                     pic x value space.
           03  ml-region                  pic x(08).
           03  filler                     pic x value space.
           03  ml-status                  pic x.

       01  w-seed                         pic x(18) value spaces.
       01  w-seed-n redefines w-seed      pic 9(18).
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 4.

       01  w-amount-in                    pic s9(9)v99 value zeros.
       01  w-amount-out                   pic s9(9)v99 value zeros.
       01  w-trade-amt                    pic s9999v99 value zeros.
       01  w-fee-amt                      pic s9(5)v99 value zeros.

       01  w-tran-count                   pic 9(8) value zeros.
       01  w-rev-count                    pic 9(8) value zeros.
       01  w-branch-count                 pic 9(6) value zeros.
       01  w-brbal-count                  pic 9(6) value zeros.
       01  w-capped-count                 pic 9(6) value zeros.
       01  w-write-fail-count             pic 9(6) value zeros.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg to w-target-dir
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-tran-filename
           else
               accept w-tran-filename from environment
                   "Y2KSMPL_TRAN_FILE"
                   on exception continue
               end-accept
               if w-tran-filename = spaces
                   move "tran.dat" to w-tran-filename
               end-if
           end-if
           if w-target-dir = spaces
               display 'TRAN-MASK: USAGE: TRAN-MASK <TARGET-DIR> '
                       '[TRAN-FILE]'
               move 16 to return-code
               stop run
           end-if
           accept w-prod-dir from environment 'PWD'
               on exception move spaces to w-prod-dir
           end-accept
           if w-target-dir = '.' or w-target-dir = './'
                   or w-target-dir = w-prod-dir
               display 'TRAN-MASK: TARGET IS THE PRODUCTION '
                       'DIRECTORY - NOTHING WRITTEN'
               move 16 to return-code
               stop run
           end-if
           perform take-the-factor

           string function trim(w-target-dir) '/tran.dat'
               delimited by size into w-mask-tran-name
           string function trim(w-target-dir) '/BRANCH.DAT'
               delimited by size into w-mask-branch-name
           string function trim(w-target-dir) '/BRBAL.DAT'
               delimited by size into w-mask-brbal-name

           perform collect-branch-codes
           perform order-the-branch-map
           perform mask-branch-master
           perform mask-trade-history
           perform mask-branch-balances

           display 'TRAN-MASK: MASKED SET IN '
                   function trim(w-target-dir)
           display '  BRANCHES MAPPED..: ' w-map-count
           display '  TRADES...........: ' w-tran-count
           display '  REVERSALS........: ' w-rev-count
           display '  BRANCH MASTERS...: ' w-branch-count
           display '  POSITIONS........: ' w-brbal-count
           display '  AMOUNTS CAPPED...: ' w-capped-count
           move zero to return-code
           if w-capped-count > zero
               move 4 to return-code
           end-if
           if w-write-fail-count > zero
               display 'TRAN-MASK: *** ' w-write-fail-count
                       ' RECORDS NOT WRITTEN - SET INCOMPLETE ***'
               move 16 to return-code
           end-if
           stop run.

      *
      * No factor, a factor that does not read, or one that leaves
      * the money as it was - and nothing is written.
      *
       take-the-factor.
           accept w-factor-arg from environment 'TRANMASK_FACTOR'
               on exception move spaces to w-factor-arg
           end-accept
           if w-factor-arg = spaces
               display 'TRAN-MASK: TRANMASK_FACTOR NOT SET - '
                       'NOTHING WRITTEN'
               move 16 to return-code
               stop run
           end-if
           if function test-numval(w-factor-arg) not = zero
               display 'TRAN-MASK: TRANMASK_FACTOR IS NOT A '
                       'NUMBER - NOTHING WRITTEN'
               move 16 to return-code
               stop run
           end-if
           compute w-factor = function numval(w-factor-arg)
               on size error move zeros to w-factor
           end-compute
           if w-factor < 0.1 or w-factor = 1
               display 'TRAN-MASK: TRANMASK_FACTOR MUST LIE '
                       'BETWEEN 0.1 AND 9.9999 AND NOT BE 1 - '
                       'NOTHING WRITTEN'
               move 16 to return-code
               stop run
           end-if
           move zeros to w-seed
           compute w-seed-n = w-factor * 7919 * 104729.

      *
      * Every code the masked set will carry - masters, trades,
      * the originals reversals point at, and positions.
      *
       collect-branch-codes.
           open input branch-master
           if w-branch-status = '00'
               perform until w-branch-eof = 'Y'
                   read branch-master
                       at end move 'Y' to w-branch-eof
                       not at end
                           move br-code to w-look-code
                           perform add-branch-code
                   end-read
               end-perform
               close branch-master
           end-if
           open input tran
           if w-tran-status not = '00'
               display 'TRAN-MASK: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       move tran-branch to w-look-code
                       perform add-branch-code
                       if tran-orig-key not = spaces
                           move tran-orig-key(1:4) to w-look-code
                           perform add-branch-code
                       end-if
               end-read
           end-perform
           close tran
           open input brbal-file
           if w-brbal-status = '00'
               perform until w-brbal-eof = 'Y'
                   read brbal-file next
                       at end move 'Y' to w-brbal-eof
                       not at end
                           move bb-branch to w-look-code
                           perform add-branch-code
                   end-read
               end-perform
               close brbal-file
           end-if
           if w-map-spill = 'Y'
               display 'TRAN-MASK: MORE THAN 500 BRANCH CODES - '
                       'NOTHING WRITTEN'
               move 16 to return-code
               stop run
           end-if.

       add-branch-code.
           move 0 to w-map-hit
           perform varying w-map-sub from 1 by 1
                   until w-map-sub > w-map-count
               if w-map-code(w-map-sub) = w-look-code
                   move w-map-sub to w-map-hit
               end-if
           end-perform
           if w-map-hit = 0
               if w-map-count < 500
                   add 1 to w-map-count
                   move w-look-code to w-map-code(w-map-count)
                   move spaces to w-chain-text
                   move w-look-code to w-chain-text
                   call 'AUDCHAIN' using w-seed, w-chain-text,
                       w-chain-len, w-map-hash(w-map-count)
                   end-call
               else
                   move 'Y' to w-map-spill
               end-if
           end-if.

      *
      * A code's T-number is its rank by keyed hash (code breaks a
      * tie), so the masked order says nothing about the real one
      * and the same factor always gives the same map.
      *
       order-the-branch-map.
           perform varying w-map-sub from 1 by 1
                   until w-map-sub > w-map-count
               move 1 to w-map-rank
               perform varying w-map-sub-2 from 1 by 1
                       until w-map-sub-2 > w-map-count
                   if w-map-hash(w-map-sub-2) < w-map-hash(w-map-sub)
                       or (w-map-hash(w-map-sub-2)
                               = w-map-hash(w-map-sub)
                           and w-map-code(w-map-sub-2)
                               < w-map-code(w-map-sub))
                       add 1 to w-map-rank
                   end-if
               end-perform
               move w-map-rank to w-mask-num
               move w-mask-code to w-map-mask(w-map-sub)
           end-perform.

       look-up-mask.
           move spaces to w-look-mask
           perform varying w-map-sub from 1 by 1
                   until w-map-sub > w-map-count
               if w-map-code(w-map-sub) = w-look-code
                   move w-map-mask(w-map-sub) to w-look-mask
               end-if
           end-perform.

       mask-branch-master.
           move 'N' to w-branch-eof
           open input branch-master
           if w-branch-status not = '00'
               display 'TRAN-MASK: NO BRANCH.DAT - MASTER NOT COPIED'
           else
               open output mask-branch
               if w-mask-branch-status not = '00'
                   display 'TRAN-MASK: CANNOT WRITE '
                           function trim(w-mask-branch-name)
                   close branch-master
                   move 16 to return-code
                   stop run
               end-if
               perform until w-branch-eof = 'Y'
                   read branch-master
                       at end move 'Y' to w-branch-eof
                       not at end
                           move br-code to w-look-code
                           perform look-up-mask
                           move w-look-mask to ml-code ml-name-code
                           move br-region to ml-region
                           move br-status to ml-status
                           move w-mask-branch-line
                               to mask-branch-record
                           write mask-branch-record
                           add 1 to w-branch-count
                   end-read
               end-perform
               close branch-master mask-branch
           end-if.

       mask-trade-history.
           move 'N' to w-tran-eof
           open input tran
           if w-tran-status not = '00'
               display 'TRAN-MASK: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           open output mask-tran
           if w-mask-tran-status not = '00'
               display 'TRAN-MASK: CANNOT WRITE '
                       function trim(w-mask-tran-name)
                       ' STATUS ' w-mask-tran-status
               close tran
               move 16 to return-code
               stop run
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end perform mask-one-trade
               end-read
           end-perform
           close tran mask-tran.

       mask-one-trade.
           add 1 to w-tran-count
           move tran-post to mask-tran-post
           move tran-branch to w-look-code
           perform look-up-mask
           move w-look-mask to mt-branch
           if tran-orig-key not = spaces
               add 1 to w-rev-count
               move tran-orig-key(1:4) to w-look-code
               perform look-up-mask
               move w-look-mask to mt-orig-branch
           end-if
           move tran-amount to w-amount-in
           perform scale-trade-amount
           move w-trade-amt to mt-amount
           if tran-settled-amt is numeric
               move tran-settled-amt to w-amount-in
               perform scale-trade-amount
               move w-trade-amt to mt-settled-amt
           end-if
           if tran-fee-amt is numeric
               move tran-fee-amt to w-amount-in
               compute w-fee-amt rounded = w-amount-in * w-factor
                   on size error
                       add 1 to w-capped-count
                       move 99999.99 to w-fee-amt
                       if w-amount-in < zero
                           compute w-fee-amt = zero - w-fee-amt
                       end-if
               end-compute
               move w-fee-amt to mt-fee-amt
           end-if
           write mask-tran-post
               invalid key
                   add 1 to w-write-fail-count
                   display 'TRAN-MASK: CANNOT WRITE ' tran-key
                           ' AS ' mt-key ' STATUS '
                           w-mask-tran-status
           end-write.

      *
      * Capped at the field's limit with its sign, the same for a
      * trade and its reversal, so the pair still nets to zero.
      *
       scale-trade-amount.
           compute w-trade-amt rounded = w-amount-in * w-factor
               on size error
                   add 1 to w-capped-count
                   move 9999.99 to w-trade-amt
                   if w-amount-in < zero
                       compute w-trade-amt = zero - w-trade-amt
                   end-if
           end-compute.

       mask-branch-balances.
           move 'N' to w-brbal-eof
           open input brbal-file
           if w-brbal-status not = '00'
               display 'TRAN-MASK: NO BRBAL.DAT - POSITIONS NOT '
                       'COPIED'
           else
               open output mask-brbal
               if w-mask-brbal-status not = '00'
                   display 'TRAN-MASK: CANNOT WRITE '
                           function trim(w-mask-brbal-name)
                   close brbal-file
                   move 16 to return-code
                   stop run
               end-if
               perform until w-brbal-eof = 'Y'
                   read brbal-file next
                       at end move 'Y' to w-brbal-eof
                       not at end perform mask-one-position
                   end-read
               end-perform
               close brbal-file mask-brbal
           end-if.

       mask-one-position.
           add 1 to w-brbal-count
           move brbal-record to mask-brbal-record
           move bb-branch to w-look-code
           perform look-up-mask
           move w-look-mask to mb-branch
           compute mb-opening rounded = bb-opening * w-factor
               on size error
                   add 1 to w-capped-count
                   move 999999999.99 to mb-opening
                   if bb-opening < zero
                       compute mb-opening = zero - mb-opening
                   end-if
           end-compute
           compute mb-movement rounded = bb-movement * w-factor
               on size error
                   add 1 to w-capped-count
                   move 999999999.99 to mb-movement
                   if bb-movement < zero
                       compute mb-movement = zero - mb-movement
                   end-if
           end-compute
           compute mb-closing = mb-opening + mb-movement
               on size error
                   add 1 to w-capped-count
                   move 999999999.99 to mb-closing
                   if mb-opening + mb-movement < zero
                       compute mb-closing = zero - mb-closing
                   end-if
           end-compute
           write mask-brbal-record
               invalid key
                   add 1 to w-write-fail-count
                   display 'TRAN-MASK: CANNOT WRITE POSITION '
                           bb-key ' AS ' mb-key
           end-write.
