      *
      * Prime lookup service over the keyed prime file
      *
      * CALL 'ISPRIME' USING number, verdict, below, above, status,
      *                      ordinal, gap
      *   number        9(18) the number asked about
      *   verdict       X(1)  P prime, N not prime, B beyond the
      *                       keyed file's coverage (no answer)
      *   below         9(18) optional - the nearest prime below
      *                       the number (zero when there is none)
      *   above         9(18) optional - the nearest prime above
      *                       the number (zero when it lies past
      *                       the coverage)
      *   status        X(2)  optional - 00 answered in full,
      *                       02 number not numeric, 04 answered
      *                       but the prime above is past the
      *                       coverage, 08 number beyond the
      *                       coverage, 12 keyed file unavailable
      *   ordinal       9(12) optional - a prime's place in the
      *                       sequence (2 is the first)
      *   gap           9(10) optional - a prime's distance back
      *                       to the prime before it
      *
      * PRIMEKEY.DAT is built by PRIME-LOAD from verified primes
      * only. Its coverage record says how far every prime is on
      * file; past that nothing is claimed either way - B, not N.
      * The file is opened and closed on each CALL, so a caller
      * running across a rebuild sees the new one.
      *
       identification division.
       program-id. ISPRIME.

       environment division.
       input-output section.
       file-control.
           copy PKEYSL.

       data division.
       file section.
           copy PKEYFD.

       working-storage section.
           copy PKEYWS.
       01 ws-number           pic 9(18) value zeros.
       01 ws-verdict          pic x value space.
       01 ws-below            pic 9(18) value zeros.
       01 ws-above            pic 9(18) value zeros.
       01 ws-status           pic x(2) value '00'.
       01 ws-ordinal          pic 9(12) value zeros.
       01 ws-gap              pic 9(10) value zeros.
       01 ws-covered-to       pic 9(18) value zeros.
       01 ws-last-prime       pic 9(18) value zeros.
       01 ws-header-ok        pic x value 'N'.
       01 ws-above-found      pic x value 'N'.

       linkage section.
       01 arg-number          pic 9(18).
       01 arg-verdict         pic x.
       01 arg-below           pic 9(18).
       01 arg-above           pic 9(18).
       01 arg-status          pic x(2).
       01 arg-ordinal         pic 9(12).
       01 arg-gap             pic 9(10).

       procedure division using arg-number, arg-verdict,
                                 by reference optional arg-below,
                                 by reference optional arg-above,
                                 by reference optional arg-status,
                                 by reference optional arg-ordinal,
                                 by reference optional arg-gap.

           move space to ws-verdict
           move zeros to ws-below ws-above ws-ordinal ws-gap
           move '00' to ws-status

           if arg-number is not numeric
             move '02' to ws-status
             go to isprime-give-answer
           end-if
           move arg-number to ws-number

           open input prime-key-file
           if ws-pkey-file-status not = "00"
             move '12' to ws-status
             go to isprime-give-answer
           end-if
           perform read-coverage
           if ws-header-ok = 'N'
             move '12' to ws-status
             close prime-key-file
             go to isprime-give-answer
           end-if

           if ws-number > ws-covered-to
             move 'B' to ws-verdict
             move '08' to ws-status
             close prime-key-file
             go to isprime-give-answer
           end-if

           move 'N' to ws-verdict
           if ws-number > 1
             move ws-number to pk-value
             read prime-key-file key is pk-value
               invalid key
                 continue
               not invalid key
                 move 'P' to ws-verdict
                 move pk-ordinal to ws-ordinal
                 move pk-gap to ws-gap
                 if pk-gap > zero
                   compute ws-below = ws-number - pk-gap
                 end-if
             end-read
           end-if
           perform find-prime-above
           close prime-key-file.

       isprime-give-answer.
           move ws-verdict to arg-verdict
           if arg-below is not omitted
             move ws-below to arg-below
           end-if
           if arg-above is not omitted
             move ws-above to arg-above
           end-if
           if arg-status is not omitted
             move ws-status to arg-status
           end-if
           if arg-ordinal is not omitted
             move ws-ordinal to arg-ordinal
           end-if
           if arg-gap is not omitted
             move ws-gap to arg-gap
           end-if.

       isprime-exit.
           exit program.

      *
      * Key zero is the coverage record, never a prime.
      *
       read-coverage.
           move 'N' to ws-header-ok
           move zeros to pk-value
           read prime-key-file key is pk-value
             invalid key
               continue
             not invalid key
               move 'Y' to ws-header-ok
               move ph-covered-to to ws-covered-to
               move ph-last-prime to ws-last-prime
           end-read.

      *
      * The first prime past the number; its gap leads back to the
      * prime before it, which for a number not prime is the
      * nearest one below. With no prime on file past the number,
      * the last prime on file is the nearest below and the one
      * above lies past the coverage.
      *
       find-prime-above.
           move 'Y' to ws-above-found
           move ws-number to pk-value
           start prime-key-file key > pk-value
             invalid key
               move 'N' to ws-above-found
           end-start
           if ws-above-found = 'Y'
             read prime-key-file next record
               at end
                 move 'N' to ws-above-found
             end-read
           end-if
           if ws-above-found = 'Y'
             move pk-value to ws-above
             if ws-verdict = 'N' and pk-gap > zero
               compute ws-below = pk-value - pk-gap
             end-if
           else
             move '04' to ws-status
             if ws-verdict = 'N'
               move ws-last-prime to ws-below
             end-if
           end-if.
