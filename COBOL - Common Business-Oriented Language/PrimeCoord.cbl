      * high, so the boundary prime lands exactly once - and
      * hands the result straight to PRIME-VERIFY.
      *
      * RUN <instance> SIEVE works the range with the machine's
      * segmented sieve mode instead of the register machine -
      * same seed, ceiling, checkpoint and segment, same primes -
      * sieving against the campaign's PRIMES.TXT as its base.
      *
      * Arguments: 1 SPLIT <low> <high> <ranges> |
      * RUN <instance> [SIEVE] | MERGE | STATUS.
      *
       identification division.
       program-id. PRIME-COORD.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-instance                     pic x(8) value spaces.
       01  w-engine                       pic x value 'B'.
       01  w-work-eof                     pic x value 'N'.
           88  work-eof                   value 'Y'.
       01  w-seg-eof                      pic x value 'N'.
           if w-instance = spaces
               move 'INST01' to w-instance
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           evaluate function upper-case(w-cmd-arg(1:8))
               when spaces
                   move 'B' to w-engine
               when 'SIEVE'
                   move 'S' to w-engine
               when other
                   display 'PRIME-COORD: RUN TAKES AN INSTANCE AND '
                           'OPTIONALLY SIEVE'
                   move 16 to return-code
                   stop run
           end-evaluate
           perform load-the-board
           move 0 to w-rg-hit
           perform varying w-rg-sub from 1 by 1
           close ckpt-file
           move w-rg-high(w-rg-hit) to w-high-disp
           move spaces to w-cmd-line
           string './prime_machine ' w-engine ' 0 '
               function trim(w-high-disp) ' '
               function trim(w-ckpt-name) ' '
               function trim(w-seg-name)
