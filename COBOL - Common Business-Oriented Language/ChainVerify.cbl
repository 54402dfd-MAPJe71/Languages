      *
      * Audit chain verification - the trade journal and the audit
      * files carry on every line a running hash (AUDCHAIN) of the
      * line's text chained to the line before it. This walks each
      * file, recomputes the chain, and reports the first line
      * where it breaks: a line altered, removed, or inserted in an
      * editor changes every hash after it. Lines written before
      * the chain began (no hash) are counted as unchained history
      * at the head of the file; once the chain starts, a line
      * without one is a break.
      *
      * Removing lines off the end leaves no break behind, so a
      * clean walk anchors each file's line count and last hash in
      * CHAINCHK.TXT, and the next walk requires the anchored line
      * still to be there with the same hash - a journal cut short
      * or replaced since the last clean walk fails here, which is
      * how TRAN-REPLAY's input is known to be complete. A file
      * that broke keeps its old anchor.
      *
      * Arguments: 1 one file to verify (default all six), 2 the
      * report file (default CHAINRPT.TXT). RETURN-CODE 16 when any
      * chain breaks, for BATCH-SCHED.
      *
       identification division.
       program-id. CHAIN-VERIFY.

       environment division.
       input-output section.
       file-control.
           select chained-file
           assign to dynamic w-file-name
           organization is line sequential
           file status is w-file-status.
           select anchor-file
           assign to "CHAINCHK.TXT"
           organization is line sequential
           file status is w-anchor-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  chained-file.
       01  chained-record                 pic x(300).

       fd  anchor-file.
       01  anchor-record.
           03  an-file                    pic x(20).
           03  filler                     pic x.
           03  an-lines                   pic 9(10).
           03  filler                     pic x.
           03  an-chain                   pic x(18).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-file-name                    pic x(20) value spaces.
       01  w-report-name                  pic x(80) value
                                          'CHAINRPT.TXT'.
       01  w-file-status                  pic x(2) value spaces.
       01  w-anchor-status                pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-only-file                    pic x(20) value spaces.
       01  w-file-eof                     pic x value 'N'.
       01  w-anchor-eof                   pic x value 'N'.

      *
      * The chained files and the length of the text ahead of each
      * one's hash - a line is <text> <space> <hash>.
      *
       01  w-chained-values.
           03  filler                     pic x(23)
               value 'TRANJRNL.TXT        208'.
           03  filler                     pic x(23)
               value 'BRAUDIT.TXT         120'.
           03  filler                     pic x(23)
               value 'LIMAUDIT.TXT        120'.
           03  filler                     pic x(23)
               value 'RATAUDIT.TXT        120'.
           03  filler                     pic x(23)
               value 'EXCAUDIT.TXT        132'.
           03  filler                     pic x(23)
               value 'SECAUDIT.TXT        120'.
       01  w-chained-table redefines w-chained-values.
           03  w-cf-entry occurs 6 times.
               05  w-cf-name              pic x(20).
               05  w-cf-len               pic 9(3).
       01  w-cf-sub                       pic 9(2) value zeros.
       01  w-cf-hit                       pic 9(2) value zeros.

       01  w-anchor-table.
           03  w-at-entry occurs 6 times.
               05  w-at-lines             pic 9(10).
               05  w-at-chain             pic x(18).
               05  w-at-new-lines         pic 9(10).
               05  w-at-new-chain         pic x(18).
               05  w-at-state             pic x(8).

       01  w-line-num                     pic 9(10) value zeros.
       01  w-legacy-count                 pic 9(10) value zeros.
       01  w-chained-count                pic 9(10) value zeros.
       01  w-break-line                   pic 9(10) value zeros.
       01  w-break-reason                 pic x(40) value spaces.
       01  w-started                      pic x value 'N'.
       01  w-prev                         pic x(18) value spaces.
       01  w-line-chain                   pic x(18) value spaces.
       01  w-expect                       pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value zeros.
       01  w-files-checked                pic 9(2) value zeros.
       01  w-files-broken                 pic 9(2) value zeros.

       COPY BUSDTWS.
       COPY RPTFWS.

       01  w-rpt-rec.
           03  rpt-file                   pic x(20).
           03  filler                     pic x(7) value ' LINES '.
           03  rpt-lines                  pic z(9)9.
           03  filler                     pic x(10) value
               ' UNCHAINED'.
           03  rpt-legacy                 pic z(9)9.
           03  filler                     pic x value space.
           03  rpt-result                 pic x(72).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:20)) to w-only-file
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           if w-only-file not = spaces
               move 0 to w-cf-hit
               perform varying w-cf-sub from 1 by 1
                       until w-cf-sub > 6
                   if w-cf-name(w-cf-sub) = w-only-file
                       move w-cf-sub to w-cf-hit
                   end-if
               end-perform
               if w-cf-hit = 0
                   display 'CHAIN-VERIFY: ' function trim(w-only-file)
                           ' IS NOT A CHAINED FILE'
                   move 16 to return-code
                   stop run
               end-if
           end-if

           perform load-the-anchors
           open output report-file
           if w-report-status not = '00'
               display 'CHAIN-VERIFY: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           perform get-business-date
           move 'CHAINCHK' to ws-rpt-id
           move 'CHAINVFY' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           perform varying w-cf-sub from 1 by 1 until w-cf-sub > 6
               if w-only-file = spaces
                       or w-cf-name(w-cf-sub) = w-only-file
                   perform verify-one-file
               end-if
           end-perform
           move w-files-broken to ws-rpt-ctl-count
           move zeros to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
           perform rewrite-the-anchors

           display 'CHAIN-VERIFY SUMMARY:'
           display '  FILES CHECKED....: ' w-files-checked
           display '  FILES BROKEN.....: ' w-files-broken
           move zero to return-code
           if w-files-broken > zero
               display 'CHAIN-VERIFY: *** AUDIT CHAIN BROKEN ***'
               move 16 to return-code
           end-if
           stop run.

       load-the-anchors.
           perform varying w-cf-sub from 1 by 1 until w-cf-sub > 6
               move zeros to w-at-lines(w-cf-sub)
               move spaces to w-at-chain(w-cf-sub)
               move zeros to w-at-new-lines(w-cf-sub)
               move spaces to w-at-new-chain(w-cf-sub)
               move 'UNWALKED' to w-at-state(w-cf-sub)
           end-perform
           open input anchor-file
           if w-anchor-status = '00'
               perform until w-anchor-eof = 'Y'
                   read anchor-file
                       at end move 'Y' to w-anchor-eof
                       not at end
                           perform varying w-cf-sub from 1 by 1
                                   until w-cf-sub > 6
                               if w-cf-name(w-cf-sub) = an-file
                                   move an-lines
                                       to w-at-lines(w-cf-sub)
                                   move an-chain
                                       to w-at-chain(w-cf-sub)
                               end-if
                           end-perform
                   end-read
               end-perform
               close anchor-file
           end-if.

      *
      * Clean files take their new anchor; broken and unwalked
      * files keep the one they had.
      *
       rewrite-the-anchors.
           open output anchor-file
           perform varying w-cf-sub from 1 by 1 until w-cf-sub > 6
               if w-at-state(w-cf-sub) = 'CLEAN'
                   move w-at-new-lines(w-cf-sub)
                       to w-at-lines(w-cf-sub)
                   move w-at-new-chain(w-cf-sub)
                       to w-at-chain(w-cf-sub)
               end-if
               if w-at-lines(w-cf-sub) > zero
                   move spaces to anchor-record
                   move w-cf-name(w-cf-sub) to an-file
                   move w-at-lines(w-cf-sub) to an-lines
                   move w-at-chain(w-cf-sub) to an-chain
                   write anchor-record
               end-if
           end-perform
           close anchor-file.

       verify-one-file.
           add 1 to w-files-checked
           move w-cf-name(w-cf-sub) to w-file-name
           move w-cf-len(w-cf-sub) to w-chain-len
           move zeros to w-line-num w-legacy-count w-chained-count
                         w-break-line
           move spaces to w-break-reason w-prev
           move 'N' to w-started
           move 'N' to w-file-eof
           open input chained-file
           if w-file-status not = '00'
               if w-at-lines(w-cf-sub) > zero
                   move 1 to w-break-line
                   move 'FILE MISSING' to w-break-reason
               else
                   move 'NOT PRESENT' to w-break-reason
               end-if
           else
               perform until w-file-eof = 'Y'
                   read chained-file
                       at end move 'Y' to w-file-eof
                       not at end
                           add 1 to w-line-num
                           perform check-one-line
                           if w-break-line > zero
                               move 'Y' to w-file-eof
                           end-if
                   end-read
               end-perform
               close chained-file
               if w-break-line = zero
                       and w-line-num < w-at-lines(w-cf-sub)
                   compute w-break-line = w-line-num + 1
                   move 'SHORTER THAN ITS ANCHOR - LINES REMOVED'
                       to w-break-reason
               end-if
           end-if
           move w-file-name to rpt-file
           move w-line-num to rpt-lines
           move w-legacy-count to rpt-legacy
           move spaces to rpt-result
           if w-break-line > zero
               add 1 to w-files-broken
               move 'BROKEN' to w-at-state(w-cf-sub)
               string 'BROKEN AT LINE ' w-break-line ' - '
                   w-break-reason delimited by size into rpt-result
               display 'CHAIN-VERIFY: ' function trim(w-file-name)
                       ' BROKEN AT LINE ' w-break-line ' - '
                       function trim(w-break-reason)
           else
               if w-break-reason = spaces
                   move 'CLEAN' to w-at-state(w-cf-sub)
                   move w-line-num to w-at-new-lines(w-cf-sub)
                   move w-prev to w-at-new-chain(w-cf-sub)
                   move 'CHAIN INTACT' to rpt-result
               else
                   move w-break-reason to rpt-result
               end-if
           end-if
           move w-rpt-rec to report-line
           perform spool-report-line.

       check-one-line.
           move chained-record(w-chain-len + 2:18) to w-line-chain
           if w-line-chain = spaces
               if w-started = 'Y'
                   move w-line-num to w-break-line
                   move 'LINE CARRIES NO HASH' to w-break-reason
               else
                   add 1 to w-legacy-count
               end-if
           else
               move 'Y' to w-started
               move spaces to w-chain-text
               move chained-record(1:w-chain-len) to w-chain-text
               call 'AUDCHAIN' using w-prev, w-chain-text,
                   w-chain-len, w-expect
               end-call
               if w-expect not = w-line-chain
                   move w-line-num to w-break-line
                   move 'HASH DOES NOT CHAIN - LINE CHANGED'
                       to w-break-reason
               else
                   add 1 to w-chained-count
                   move w-line-chain to w-prev
               end-if
           end-if
           if w-break-line = zero
                   and w-line-num = w-at-lines(w-cf-sub)
                   and w-prev not = w-at-chain(w-cf-sub)
               move w-line-num to w-break-line
               move 'DIFFERS FROM ITS ANCHOR - FILE REWRITTEN'
                   to w-break-reason
           end-if.

       COPY BUSDTPA.
       COPY RPTFPA.
