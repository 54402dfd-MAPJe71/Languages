           03  bl-limit                   pic x(12).

       fd  audit-file.
       01  audit-record.
           03  audit-text                 pic x(120).
           03  filler                     pic x.
           03  audit-chain                pic x(18).

       working-storage section.
       01  w-limit-status                 pic x(2) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       01  w-audit-eof                    pic x value 'N'.
       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 120.

       procedure division.
       main-para.
           end-perform
           close brlimit-ctl.

      *
      * Each line carries its hash chained to the line before it -
      * the last line's is read off the file at every append.
      *
       append-audit-line.
           move spaces to w-chain-prev
           move 'N' to w-audit-eof
           open input audit-file
           if w-audit-status = '00'
               perform until w-audit-eof = 'Y'
                   read audit-file
                       at end move 'Y' to w-audit-eof
                       not at end move audit-chain to w-chain-prev
                   end-read
               end-perform
               close audit-file
           end-if
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move spaces to audit-record
           move w-audit-line to audit-text
           move w-audit-line to w-chain-text
           call 'AUDCHAIN' using w-chain-prev, w-chain-text,
               w-chain-len, audit-chain
           end-call
           write audit-record
           close audit-file.
