      * Write-offs append to TRANWOFF.TXT; audit to EXCAUDIT.TXT;
      * the queue itself is rewritten with only the undecided
      * entries.
      *
      * A decision that would post, re-date, or delete a trade
      * dated in a month PERIOD-CLOSE has closed is not applied -
      * the entry requeues with the CLOSED PERIOD reason until
      * finance reopens the month.
      *
       identification division.
       program-id. TRANEXC-DISP.
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select tran-except
           assign to "TRANEXC.DAT"
           COPY CALSL.
           COPY JRNLSL.
           COPY OPAUTHSL.
           COPY PRDSL.

       data division.
       file section.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  tran-except.
       01  except-record.
       01  requeue-record                 pic x(52).

       fd  audit-file.
       01  audit-record.
           03  audit-text                 pic x(132).
           03  filler                     pic x.
           03  audit-chain                pic x(18).
       COPY ENQFD.
       COPY CALFD.
       COPY JRNLFD.
       COPY OPAUTHFD.
       COPY PRDFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-correct-count                pic 9(6) value zeros.
       01  w-writeoff-count               pic 9(6) value zeros.
       01  w-requeue-count                pic 9(6) value zeros.
       01  w-closed-count                 pic 9(6) value zeros.
       01  w-period-refused               pic x value 'N'.
       01  w-notfound-count               pic 9(6) value zeros.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-old-date                     pic 9(8) value zeros.
       01  w-audit-line                   pic x(132) value spaces.
       01  w-audit-eof                    pic x value 'N'.
       01  w-chain-prev                   pic x(18) value spaces.
       01  w-chain-text                   pic x(256) value spaces.
       01  w-chain-len                    pic 9(3) value 132.

      *
      * Settlement-date default for an approval that has to post
       01  w-sd-days                      pic s9(7) value zeros.
       01  w-sd-added                     pic 9(1) value zero.
       01  w-sd-tries                     pic 9(2) value zeros.
       01  w-base-currency                pic x(3) value 'USD'.
       COPY ENQWS.
       COPY CALWS.
       COPY JRNLWS.
       COPY OPAUTHWS.
       COPY PRDWS.

       procedure division.
       main-para.
           display '  CORRECTED........: ' w-correct-count
           display '  WRITTEN OFF......: ' w-writeoff-count
           display '  REQUEUED.........: ' w-requeue-count
           display '  CLOSED PERIOD....: ' w-closed-count
           display '  TARGET NOT FOUND.: ' w-notfound-count
           move zero to return-code
           if w-notfound-count > zero
                           ' REQUEUED'
                   perform requeue-exception
               else
                   perform check-exception-period
                   evaluate true
                       when w-period-refused = 'Y'
                           perform requeue-closed-period
                       when w-d-action(w-d-hit) = 'A'
                           perform approve-exception
                       when w-d-action(w-d-hit) = 'C'
                           perform correct-exception
                       when w-d-action(w-d-hit) = 'R'
                           perform writeoff-exception
                       when other
                           perform requeue-exception
                   end-evaluate
               end-if
           end-if.

      *
      * Would the decision change a trade dated in a closed month?
      * Approval posts only a trade not yet on file, at the queued
      * date; a correction moves the date on file to a new one;
      * a write-off deletes what is on file.
      *
       check-exception-period.
           move 'N' to w-period-refused
           move exc-key to tran-key
           read tran
               invalid key
                   if w-d-action(w-d-hit) = 'A'
                       move exc-trade-date to ws-prd-date
                       perform check-period-closed
                       move ws-prd-closed to w-period-refused
                   end-if
               not invalid key
                   if w-d-action(w-d-hit) = 'C'
                           or w-d-action(w-d-hit) = 'R'
                       move tran-trade-date to ws-prd-date
                       perform check-period-closed
                       move ws-prd-closed to w-period-refused
                   end-if
                   if w-d-action(w-d-hit) = 'C'
                           and w-period-refused = 'N'
                           and w-d-new-date(w-d-hit) is numeric
                       move w-d-new-date(w-d-hit) to ws-prd-date
                       perform check-period-closed
                       move ws-prd-closed to w-period-refused
                   end-if
           end-read.

       requeue-closed-period.
           add 1 to w-closed-count
           display 'TRANEXC-DISP: ' exc-key
                   ' DATED IN A CLOSED PERIOD - REQUEUED'
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               function trim(w-d-user(w-d-hit))
               ' REFUSED ' w-d-action(w-d-hit) ' ' exc-key
               ' CLOSED PERIOD ' ws-prd-date(1:6)
               delimited by size into w-audit-line
           perform append-audit-line
           if exc-reason(1:13) not = 'CLOSED PERIOD'
               move 'CLOSED PERIOD' to exc-reason
           end-if
           perform requeue-exception.

      *
      * Approval confirms the trade as it stands - posted if it
      * somehow is not on file (the review copy is authoritative
           move exc-key to tran-key
           read tran
               invalid key
                   move spaces to tran-post
                   move exc-trade-date to tran-trade-date
                   move exc-amount to tran-amount
                   move spaces to tran-orig-key
                   move spaces to tran-currency
                   move spaces to tran-cpty
                   move 'P' to tran-settle-status
                   move zeros to tran-settled-amt
                   move zeros to tran-fee-amt
                   perform default-approve-settle
                   move w-settle-date-8 to tran-settle-date
                   move exc-key to tran-key
                           move w-d-user(w-d-hit)
                               to ws-jrnl-user
                           move 'WRT' to ws-jrnl-action
                           move tran-post(1:80)
                               to ws-jrnl-after
                           perform write-tran-journal
                   end-write
                           exc-key
               not invalid key
                   move tran-trade-date to w-old-date
                   move tran-post(1:80) to ws-jrnl-before
                   if w-d-new-date(w-d-hit) is numeric
                       move function numval(
                           w-d-new-date(w-d-hit))
                           to tran-trade-date
      *                a corrected trade date is news to the
      *                regulator if it already has the trade
                       evaluate tran-rpt-status
                           when 'R'
                           when 'S'
                               move 'A' to tran-rpt-status
                           when 'E'
                               move 'C' to tran-rpt-status
                       end-evaluate
                       rewrite tran-post
                       add 1 to w-correct-count
                       move w-d-user(w-d-hit) to ws-jrnl-user
                       move 'REW' to ws-jrnl-action
                       move tran-post(1:80) to ws-jrnl-after
                       perform write-tran-journal
                       move spaces to w-audit-line
                       string w-audit-date ' ' w-audit-time ' '
           read tran
               invalid key continue
               not invalid key
                   move tran-post(1:80) to ws-jrnl-before
                   delete tran
                       invalid key continue
                   end-delete
           end-perform
           close requeue-file tran-except.

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

      *
      * Trade date rolled forward two business days against the
      * shop calendar and the base currency's market - the load's
      * convention, applied here when an approval posts a trade
      * the history never carried (it posts in base currency).
      *
       default-approve-settle.
           move exc-trade-date to w-settle-date-8
           move 0 to w-sd-added
           move 0 to w-sd-tries
           move w-base-currency to ws-cal-ccy
           perform until w-sd-added >= 2 or w-sd-tries > 10
               add 1 to w-sd-tries
               move 'A' to w-dcalc-func
                       add 1 to w-sd-added
                   end-if
               end-if
           end-perform
           move spaces to ws-cal-ccy.

       COPY ENQPA.
       COPY CALPA.
       COPY JRNLPA.
       COPY OPAUTHPA.
       COPY PRDPA.
