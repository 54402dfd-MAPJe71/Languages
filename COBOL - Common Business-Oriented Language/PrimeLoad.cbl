      *
      * Builds the keyed prime lookup file PRIMEKEY.DAT (see
      * PKEYSL) from the flat primes file and the PRIME-COORD range
      * segments, so ISPRIME can answer "is this number prime, and
      * what are its neighbours" with a keyed read. Each prime is
      * keyed on its value and carries its ordinal and the gap back
      * to the prime before it; key zero carries the coverage.
      *
      * Nothing is keyed that PRIME-VERIFY has not passed. The
      * primes file and every DONE range's segment on PRIMWORK.CTL
      * go through PRIME-VERIFY first, and if any one fails the
      * rebuild is refused and the keyed file already in place is
      * left exactly as it was.
      *
      * The primes file must start at 2 - an ordinal counted from
      * anywhere else would be wrong. It covers up to its last
      * prime. A DONE range then extends the coverage to its high
      * when its low is inside what is already covered, keeping
      * the segment's primes above the coverage and not above the
      * high - the same partition rule as the PRIME-COORD MERGE.
      * The first range that would leave a gap ends the coverage.
      * So the keyed file is right whether the segments have been
      * merged into PRIMES.TXT yet or not. Entries wider than
      * eighteen digits end the coverage where they start.
      *
      * PRIME-VERIFY proves a segment from its first prime to its
      * last, not where it meets what is already keyed. So every
      * source is first walked without writing a key: a segment's
      * first new prime must follow the last prime keyed with no
      * prime between (PRIME-VERIFY run over the two of them, or
      * 2 when nothing is keyed yet), and a segment prime inside
      * the coverage already claimed must already be keyed. Any
      * join that fails refuses the rebuild before PRIMEKEY.DAT
      * is opened, so the ordinals and gaps keyed always count
      * every prime.
      *
      * Arguments: 1 the primes file (default PRIMES.TXT).
      *
       identification division.
       program-id. PRIME-LOAD.

       environment division.
       input-output section.
       file-control.
           select prime-file
           assign to dynamic ws-prime-filename
           organization is line sequential
           file status is ws-prime-status.
           select work-ctl
           assign to "PRIMWORK.CTL"
           organization is line sequential
           file status is ws-work-status.
           select seg-file
           assign to dynamic ws-seg-name
           organization is line sequential
           file status is ws-seg-status.
           select join-file
           assign to "PRIMLOAD.JON"
           organization is line sequential
           file status is ws-join-status.
           copy PKEYSL.

       data division.
       file section.
       fd  prime-file.
       01  prime-record             pic x(36).

       fd  work-ctl.
       01  work-ctl-record.
           03  pw-range             pic 9(2).
           03  filler               pic x.
           03  pw-low               pic 9(18).
           03  filler               pic x.
           03  pw-high              pic 9(18).
           03  filler               pic x.
           03  pw-status            pic x(8).
           03  filler               pic x.
           03  pw-instance          pic x(8).

       fd  seg-file.
       01  seg-record               pic x(36).

       fd  join-file.
       01  join-record              pic x(36).

       copy PKEYFD.

       working-storage section.
       copy PKEYWS.
       01 ws-prime-filename         pic x(80) value 'PRIMES.TXT'.
       01 ws-prime-status           pic x(2) value spaces.
       01 ws-work-status            pic x(2) value spaces.
       01 ws-seg-name               pic x(40) value spaces.
       01 ws-seg-status             pic x(2) value spaces.
       01 ws-join-status            pic x(2) value spaces.
       01 ws-join-name              pic x(12) value 'PRIMLOAD.JON'.
       01 ws-join-pending           pic x value 'N'.
       01 ws-write-keys             pic x value 'N'.
       01 ws-call-status            pic s9(9) comp-5 value zero.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 ws-cmd-line               pic x(250) value spaces.
       01 ws-step-rc                pic s9(9) value zeros.
       01 ws-verify-name            pic x(80) value spaces.
       01 ws-have-primes            pic x value 'N'.
       01 ws-eof                    pic x value 'N'.
           88 at-eof                value 'Y'.

       01 ws-range-table.
           03 ws-rg-entry occurs 30 times.
               05 ws-rg-num         pic 9(2).
               05 ws-rg-low         pic 9(18).
               05 ws-rg-high        pic 9(18).
       01 ws-range-count            pic 9(2) value zeros.
       01 ws-rg-sub                 pic 9(2) value zeros.
       01 ws-gap-found              pic x value 'N'.

       01 ws-entry                  pic 9(18) value zeros.
       01 ws-entry-text             pic x(36) value spaces.
       01 ws-entry-len              pic 9(2) value zeros.
       01 ws-entry-ok               pic x value 'N'.
       01 ws-covered-to             pic 9(18) value 1.
       01 ws-last-prime             pic 9(18) value zeros.
       01 ws-ordinal                pic 9(12) value zeros.
       01 ws-high-limit             pic 9(18) value zeros.

       01 ws-read-count             pic 9(9) value zeros.
       01 ws-overlap-count          pic 9(9) value zeros.
       01 ws-segments-used          pic 9(2) value zeros.
       01 ws-ranges-left            pic 9(2) value zeros.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-prime-filename
           end-if

           perform find-the-sources
           perform verify-the-sources

      *    the walk that proves the joins writes nothing - the
      *    keyed file in place stands until it has passed
           move 'N' to ws-write-keys
           perform key-all-sources
           move 1 to ws-covered-to
           move zeros to ws-last-prime ws-ordinal ws-read-count
                         ws-overlap-count ws-segments-used
                         ws-ranges-left
           move 'N' to ws-gap-found

           open output prime-key-file
           if ws-pkey-file-status not = '00'
               display 'PRIME-LOAD: CANNOT OPEN '
                       function trim(ws-pkey-file-name)
                       ' STATUS ' ws-pkey-file-status
               move 16 to return-code
               stop run
           end-if

           move 'Y' to ws-write-keys
           perform key-all-sources

           move zeros to prime-key-header
           move ws-covered-to to ph-covered-to
           move ws-last-prime to ph-last-prime
           move ws-ordinal to ph-count
           accept ph-built-date from date yyyymmdd
           write prime-key-header
               invalid key
                   display 'PRIME-LOAD: COVERAGE RECORD NOT WRITTEN'
                           ' STATUS ' ws-pkey-file-status
           end-write
           close prime-key-file

           display 'PRIME-LOAD SUMMARY: '
                   function trim(ws-pkey-file-name)
           display '  ENTRIES READ.....: ' ws-read-count
           display '  PRIMES KEYED.....: ' ws-ordinal
           display '  ALREADY COVERED..: ' ws-overlap-count
           display '  SEGMENTS USED....: ' ws-segments-used
           display '  RANGES LEFT OUT..: ' ws-ranges-left
           display '  LAST PRIME.......: ' ws-last-prime
           display '  COVERED TO.......: ' ws-covered-to
           move zero to return-code
           stop run.

      *
      * The primes file is optional when PRIME-COORD has the
      * ranges from the bottom; a DONE range's segment is a source
      * whether or not it has been merged yet.
      *
       find-the-sources.
           open input prime-file
           if ws-prime-status = '00'
               move 'Y' to ws-have-primes
               read prime-file
                   at end
                       move 'N' to ws-have-primes
                   not at end
                       perform take-entry-value
               end-read
               close prime-file
               if ws-have-primes = 'Y' and ws-entry not = 2
                   display 'PRIME-LOAD: '
                           function trim(ws-prime-filename)
                           ' DOES NOT START AT 2 - NO ORDINALS '
                           'CAN BE GIVEN FROM IT'
                   move 16 to return-code
                   stop run
               end-if
           end-if

           move 'N' to ws-eof
           open input work-ctl
           if ws-work-status = '00'
               perform until at-eof
                   read work-ctl
                       at end move 'Y' to ws-eof
                       not at end
                           if pw-status = 'DONE'
                                   and ws-range-count < 30
                               add 1 to ws-range-count
                               move pw-range
                                   to ws-rg-num(ws-range-count)
                               move pw-low
                                   to ws-rg-low(ws-range-count)
                               move pw-high
                                   to ws-rg-high(ws-range-count)
                           end-if
                   end-read
               end-perform
               close work-ctl
           end-if

           if ws-have-primes = 'N' and ws-range-count = zero
               display 'PRIME-LOAD: NO '
                       function trim(ws-prime-filename)
                       ' AND NO DONE RANGE ON PRIMWORK.CTL - '
                       'NOTHING TO LOAD'
               move 16 to return-code
               stop run
           end-if.

       verify-the-sources.
           if ws-have-primes = 'Y'
               move ws-prime-filename to ws-verify-name
               perform verify-one-source
           end-if
           perform varying ws-rg-sub from 1 by 1
                   until ws-rg-sub > ws-range-count
               perform build-segment-name
               move ws-seg-name to ws-verify-name
               perform verify-one-source
           end-perform.

       verify-one-source.
           move spaces to ws-cmd-line
           string './PrimeVerify ' function trim(ws-verify-name)
               delimited by size into ws-cmd-line
           call 'SYSTEM' using ws-cmd-line
           compute ws-step-rc = return-code / 256
           move zero to return-code
           if ws-step-rc not = zero
               display 'PRIME-LOAD: PRIME-VERIFY HAS NOT PASSED '
                       function trim(ws-verify-name) ' - '
                       function trim(ws-pkey-file-name)
                       ' NOT REBUILT'
               move 16 to return-code
               stop run
           end-if.

       key-all-sources.
           if ws-have-primes = 'Y'
               perform key-the-primes-file
           end-if
           perform varying ws-rg-sub from 1 by 1
                   until ws-rg-sub > ws-range-count
               if ws-gap-found = 'Y'
                   add 1 to ws-ranges-left
               else
                   perform key-one-segment
               end-if
           end-perform.

       build-segment-name.
           move spaces to ws-seg-name
           string 'PRIMWORK.SEG' ws-rg-num(ws-rg-sub)
               delimited by size into ws-seg-name.

       key-the-primes-file.
           move 'N' to ws-eof
           open input prime-file
           perform until at-eof
               read prime-file
                   at end move 'Y' to ws-eof
                   not at end
                       add 1 to ws-read-count
                       perform take-entry-value
                       if ws-entry-ok = 'Y'
                           perform key-one-prime
                       else
                           move 'Y' to ws-eof
                       end-if
               end-read
           end-perform
           close prime-file.

      *
      * A range whose low is above the coverage would leave the
      * primes between unkeyed - it and every range after it are
      * left out.
      *
       key-one-segment.
           if ws-rg-low(ws-rg-sub) > ws-covered-to
               display 'PRIME-LOAD: COVERAGE ENDS AT '
                       ws-covered-to ' - RANGE '
                       ws-rg-num(ws-rg-sub) ' STARTS AT '
                       ws-rg-low(ws-rg-sub)
               move 'Y' to ws-gap-found
               add 1 to ws-ranges-left
           else
               perform build-segment-name
               move ws-rg-high(ws-rg-sub) to ws-high-limit
               move 'N' to ws-eof
               open input seg-file
               if ws-seg-status not = '00'
                   display 'PRIME-LOAD: CANNOT OPEN '
                           function trim(ws-seg-name)
                           ' STATUS ' ws-seg-status
                   move 16 to return-code
                   stop run
               end-if
               move 'Y' to ws-join-pending
               perform until at-eof
                   read seg-file
                       at end move 'Y' to ws-eof
                       not at end
                           add 1 to ws-read-count
                           move seg-record to prime-record
                           perform take-entry-value
                           if ws-entry-ok = 'Y'
                                   and ws-entry <= ws-high-limit
                               if ws-write-keys = 'N'
                                   perform check-segment-join
                               end-if
                               perform key-one-prime
                           end-if
                   end-read
               end-perform
               close seg-file
               add 1 to ws-segments-used
               if ws-rg-high(ws-rg-sub) > ws-covered-to
                   move ws-rg-high(ws-rg-sub) to ws-covered-to
               end-if
           end-if.

      *
      * A segment prime already covered must be one keyed; the
      * first one past the coverage must be the very next prime
      * after the last one keyed.
      *
       check-segment-join.
           if ws-entry <= ws-covered-to
               if ws-entry > ws-last-prime
                   display 'PRIME-LOAD: RANGE ' ws-rg-num(ws-rg-sub)
                           ' HAS ' ws-entry ' - COVERAGE TO '
                           ws-covered-to ' HOLDS NO PRIME PAST '
                           ws-last-prime
                   perform refuse-segment-join
               end-if
           else
               if ws-join-pending = 'Y'
                   move 'N' to ws-join-pending
                   if ws-last-prime = zero
                       if ws-entry not = 2
                           display 'PRIME-LOAD: RANGE '
                                   ws-rg-num(ws-rg-sub)
                                   ' STARTS THE KEYS AT ' ws-entry
                                   ' - NOT AT 2'
                           perform refuse-segment-join
                       end-if
                   else
                       perform verify-segment-join
                   end-if
               end-if
           end-if.

       verify-segment-join.
           open output join-file
           if ws-join-status not = '00'
               display 'PRIME-LOAD: CANNOT OPEN '
                       function trim(ws-join-name)
                       ' STATUS ' ws-join-status
               perform refuse-segment-join
           end-if
           move ws-last-prime to join-record
           write join-record
           move ws-entry to join-record
           write join-record
           close join-file
           move spaces to ws-cmd-line
           string './PrimeVerify ' function trim(ws-join-name)
               delimited by size into ws-cmd-line
           call 'SYSTEM' using ws-cmd-line
           compute ws-step-rc = return-code / 256
           move zero to return-code
           call 'CBL_DELETE_FILE' using ws-join-name
               returning ws-call-status
           end-call
           if ws-step-rc not = zero
               display 'PRIME-LOAD: RANGE ' ws-rg-num(ws-rg-sub)
                       ' DOES NOT JOIN - ' ws-last-prime ' TO '
                       ws-entry ' IS NOT PRIME TO NEXT PRIME'
               perform refuse-segment-join
           end-if.

       refuse-segment-join.
           display 'PRIME-LOAD: '
                   function trim(ws-pkey-file-name)
                   ' NOT REBUILT'
           move 16 to return-code
           stop run.

      *
      * Read the way PRIME-VERIFY reads - zero-padded to thirty-six
      * digits by the machine, only significant digits past
      * eighteen make an entry too wide to key.
      *
       take-entry-value.
           move 'N' to ws-entry-ok
           move zeros to ws-entry
           move function trim(prime-record) to ws-entry-text
           move function length(function trim(ws-entry-text))
               to ws-entry-len
           evaluate true
               when ws-entry-len = zero
                   or ws-entry-text(1:ws-entry-len)
                       is not numeric
                   continue
               when ws-entry-len > 18
                       and ws-entry-text(1:ws-entry-len - 18)
                           not = all '0'
                   continue
               when ws-entry-len > 18
                   move ws-entry-text(ws-entry-len - 17:18)
                       to ws-entry-text
                   compute ws-entry =
                       function numval(ws-entry-text(1:18))
                   move 'Y' to ws-entry-ok
               when other
                   compute ws-entry =
                       function numval(ws-entry-text)
                   move 'Y' to ws-entry-ok
           end-evaluate.

       key-one-prime.
           if ws-entry <= ws-covered-to
               add 1 to ws-overlap-count
           else
               add 1 to ws-ordinal
               move spaces to prime-key-record
               move ws-entry to pk-value
               move ws-ordinal to pk-ordinal
               if ws-last-prime = zero
                   move zeros to pk-gap
               else
                   compute pk-gap = ws-entry - ws-last-prime
               end-if
               if ws-write-keys = 'Y'
                   write prime-key-record
                       invalid key
                           display 'PRIME-LOAD: ' ws-entry
                                   ' NOT KEYED - STATUS '
                                   ws-pkey-file-status
                   end-write
               end-if
               move ws-entry to ws-last-prime
               move ws-entry to ws-covered-to
           end-if.
