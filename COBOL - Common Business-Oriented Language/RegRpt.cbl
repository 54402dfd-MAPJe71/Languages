      *
      * Daily regulatory transaction report and the regulator's
      * response - until now nobody could prove every reportable
      * trade had actually been reported. Each trade carries where
      * it stands with the regulator in tran-rpt-status:
      *   space  not yet reported
      *   S      sent, awaiting the regulator's response
      *   R      reported - accepted by the regulator
      *   A      amended since it was sent or accepted (the load
      *          and TRANEXC-DISP set this) - reports again AMND
      *   E      rejected - waiting in the rework queue
      *   C      corrected after a rejection - reports again
      *
      * REPORT mode cuts REGRPT.DAT from the trade history: a HDR
      * line, one fixed-layout DET per trade to report - NEWT for
      * a new trade, CANC for a reversal (it carries the key it
      * offsets), AMND for an amendment - and a TRL carrying the
      * detail count and signed amount total the way the
      * GLPOST.DAT TRL does. Every trade sent goes to S. A
      * rejected trade comes back into the report once it is
      * corrected - by an amendment, or by operations marking its
      * rework-queue line C - under the event it was rejected on.
      * REGSTAT.TXT (standard report frame) then accounts for
      * every trade in scope: accepted, awaiting a response, sent
      * today, or in rework with the regulator's reason, and lists
      * each one not yet accepted.
      *
      * RESPONSE mode applies the regulator's response file
      * (REGRESP.DAT: key x(10), event x(4), result ACPT|RJCT,
      * reason x(40), space-separated): accepted trades go to R,
      * rejected ones to E with a line on the rework queue
      * (REGRWK.DAT) carrying the reason. Every status rewrite is
      * journaled to TRANJRNL.TXT.
      *
      * Trades with a trade date before the first reporting date
      * on REGSTART.CTL (YYYYMMDD; absent, everything is in scope)
      * are history the regulator never asked for and are only
      * counted.
      *
      * The rework queue is held whole in core and written back
      * whole, so neither mode runs against a queue longer than
      * the table, and a response file whose rejections would not
      * all fit on the queue is refused before any trade moves -
      * RETURN-CODE 16 either way, nothing changed.
      *
      * Arguments: 1 REPORT | RESPONSE (default REPORT), 2 the
      * report extract (default REGRPT.DAT) or the response file
      * (default REGRESP.DAT). The trade history is tran.dat or
      * the Y2KSMPL_TRAN_FILE override.
      *
       identification division.
       program-id. REG-RPT.

       environment division.
       input-output section.
       file-control.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is dynamic
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select reg-file
           assign to dynamic w-reg-name
           organization is line sequential
           file status is w-reg-status.
           select resp-file
           assign to dynamic w-resp-name
           organization is line sequential
           file status is w-resp-status.
           select rework-file
           assign to "REGRWK.DAT"
           organization is line sequential
           file status is w-rework-status.
           select regstart-ctl
           assign to "REGSTART.CTL"
           organization is line sequential
           file status is w-regstart-status.
           select report-file
           assign to "REGSTAT.TXT"
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.
           COPY ENQSL.
           COPY JRNLSL.

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

       fd  reg-file.
       01  reg-header.
           03  rh-tag                     pic x(03).
           03  rh-bus-date                pic x(08).
           03  rh-run-date                pic x(08).
           03  rh-run-time                pic x(08).
       01  reg-detail.
           03  rd-tag                     pic x(03).
           03  rd-ref.
               05  rd-ref-date            pic x(08).
               05  rd-ref-key             pic x(10).
           03  rd-event                   pic x(04).
           03  rd-key                     pic x(10).
           03  rd-orig-key                pic x(10).
           03  rd-trade-date              pic 9(08).
           03  rd-settle-date             pic 9(08).
           03  rd-currency                pic x(03).
           03  rd-amount                  pic s9(9)v99.
           03  rd-cpty                    pic x(08).
       01  reg-trailer.
           03  rt-tag                     pic x(03).
           03  rt-bus-date                pic x(08).
           03  rt-count                   pic 9(06).
           03  rt-amount                  pic s9(11)v99.

       fd  resp-file.
       01  resp-record.
           03  rs-key                     pic x(10).
           03  filler                     pic x.
           03  rs-event                   pic x(04).
           03  filler                     pic x.
           03  rs-result                  pic x(04).
           03  filler                     pic x.
           03  rs-reason                  pic x(40).

       fd  rework-file.
       01  rework-record.
           03  rw-key                     pic x(10).
           03  filler                     pic x.
           03  rw-event                   pic x(04).
           03  filler                     pic x.
           03  rw-date                    pic x(08).
           03  filler                     pic x.
           03  rw-state                   pic x.
           03  filler                     pic x.
           03  rw-reason                  pic x(40).

       fd  regstart-ctl.
       01  regstart-record                pic x(08).

       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.
       COPY ENQFD.
       COPY JRNLFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-reg-name                     pic x(80)
           value "REGRPT.DAT".
       01  w-resp-name                    pic x(80)
           value "REGRESP.DAT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-reg-status                   pic x(2) value spaces.
       01  w-resp-status                  pic x(2) value spaces.
       01  w-rework-status                pic x(2) value spaces.
       01  w-regstart-status              pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-mode                         pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-run-date                     pic x(8) value spaces.
       01  w-run-time                     pic x(8) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.
       01  w-resp-eof                     pic x value 'N'.
           88  resp-eof                   value 'Y'.
       01  w-rework-eof                   pic x value 'N'.
           88  rework-eof                 value 'Y'.

       01  w-scope-date                   pic 9(8) value zeros.
       01  w-event                        pic x(4) value spaces.
       01  w-send-it                      pic x value 'N'.
       01  w-rpt-line                     pic x(132) value spaces.

      *
      * The rework queue, held in core for the run - O open,
      * C corrected and due to report again, D re-reported (drops
      * when the queue is written back).
      *
       01  w-rework-table.
           03  w-rw-entry occurs 500 times.
               05  w-rw-key               pic x(10).
               05  w-rw-event             pic x(4).
               05  w-rw-date              pic x(8).
               05  w-rw-state             pic x.
               05  w-rw-reason            pic x(40).
       01  w-rework-count                 pic 9(3) value zeros.
       01  w-rw-sub                       pic 9(3) value zeros.
       01  w-rw-hit                       pic 9(3) value zeros.
       01  w-rework-spill                 pic x value 'N'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-scope-count                  pic 9(8) value zeros.
       01  w-outscope-count               pic 9(8) value zeros.
       01  w-sent-count                   pic 9(8) value zeros.
       01  w-sent-total                   pic s9(11)v99 value zeros.
       01  w-new-count                    pic 9(8) value zeros.
       01  w-amd-count                    pic 9(8) value zeros.
       01  w-canc-count                   pic 9(8) value zeros.
       01  w-resend-count                 pic 9(8) value zeros.
       01  w-accepted-count               pic 9(8) value zeros.
       01  w-awaiting-count               pic 9(8) value zeros.
       01  w-inrework-count               pic 9(8) value zeros.
       01  w-badstat-count                pic 9(8) value zeros.
       01  w-accounted-count              pic 9(8) value zeros.
       01  w-resp-count                   pic 9(8) value zeros.
       01  w-acpt-count                   pic 9(8) value zeros.
       01  w-rjct-count                   pic 9(8) value zeros.
       01  w-rjct-due                     pic 9(8) value zeros.
       01  w-unknown-count                pic 9(8) value zeros.
       01  w-notawait-count               pic 9(8) value zeros.
       COPY BUSDTWS.
       COPY ENQWS.
       COPY JRNLWS.
       COPY RPTFWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-mode
           if w-mode = spaces
               move 'REPORT' to w-mode
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               if w-mode = 'RESPONSE'
                   move w-cmd-arg to w-resp-name
               else
                   move w-cmd-arg to w-reg-name
               end-if
           end-if
           if w-mode not = 'REPORT' and w-mode not = 'RESPONSE'
               display 'REG-RPT: USAGE: REG-RPT [REPORT|RESPONSE] '
                       '[FILE]'
               move 16 to return-code
               stop run
           end-if
           accept w-tran-filename from environment
               "Y2KSMPL_TRAN_FILE"
               on exception continue
           end-accept
           if w-tran-filename = spaces
               move "tran.dat" to w-tran-filename
           end-if
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-run-date from date yyyymmdd
           accept w-run-time from time
           move 'REGRPT' to ws-jrnl-program
           move w-operator to ws-jrnl-user
           perform get-business-date
           perform load-rework-table
           if w-rework-spill = 'Y'
               display 'REG-RPT: REGRWK.DAT HOLDS MORE THAN 500 LINES '
                       '- NOTHING DONE'
               move 16 to return-code
               stop run
           end-if

           if w-mode = 'RESPONSE'
               perform response-run
           else
               perform report-run
           end-if
           stop run.

      *
      * REPORT mode - one pass over the trade history sends what
      * is due and accounts for everything else.
      *
       report-run.
           perform load-scope-date
           perform claim-and-open-tran
           open output reg-file
           if w-reg-status not = '00'
               display 'REG-RPT: CANNOT OPEN '
                       function trim(w-reg-name)
               close tran
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           open output report-file
           if w-report-status not = '00'
               display 'REG-RPT: CANNOT OPEN REPORT REGSTAT.TXT'
               close reg-file
               close tran
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           move 'REGSTAT' to ws-rpt-id
           move 'REGRPT' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           move spaces to report-line
           move 'REGULATORY REPORTING STATUS - TRADES NOT YET ACCEPTED'
               to report-line
           perform spool-report-line
           move spaces to report-line
           perform spool-report-line

           move spaces to reg-header
           move 'HDR' to rh-tag
           move ws-bus-date to rh-bus-date
           move w-run-date to rh-run-date
           move w-run-time to rh-run-time
           write reg-header

           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       add 1 to w-read-count
                       perform judge-one-trade
               end-read
           end-perform

           move spaces to reg-trailer
           move 'TRL' to rt-tag
           move ws-bus-date to rt-bus-date
           move w-sent-count to rt-count
           move w-sent-total to rt-amount
           write reg-trailer
           close reg-file
           close tran
           perform rewrite-rework-table
           perform write-status-summary
           move w-sent-count to ws-rpt-ctl-count
           move w-sent-total to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file
           perform dequeue-all-datasets

           display 'REG-RPT: REPORT FOR ' ws-bus-date
           display '  TRADES READ......: ' w-read-count
           display '  IN SCOPE.........: ' w-scope-count
           display '  SENT (NEWT)......: ' w-new-count
           display '  SENT (AMND)......: ' w-amd-count
           display '  SENT (CANC)......: ' w-canc-count
           display '  RE-SENT CORRECTED: ' w-resend-count
           display '  ACCEPTED.........: ' w-accepted-count
           display '  AWAITING RESPONSE: ' w-awaiting-count
           display '  IN REWORK........: ' w-inrework-count
           move zero to return-code
           if w-inrework-count > zero or w-awaiting-count > zero
               move 4 to return-code
           end-if
           if w-badstat-count > zero or w-rework-spill = 'Y'
               move 8 to return-code
           end-if.

       judge-one-trade.
           if tran-trade-date < w-scope-date
               add 1 to w-outscope-count
           else
               add 1 to w-scope-count
               move 'N' to w-send-it
               perform find-rework-entry
               evaluate tran-rpt-status
                   when space
                       move 'Y' to w-send-it
                       if tran-orig-key = spaces
                           move 'NEWT' to w-event
                           add 1 to w-new-count
                       else
                           move 'CANC' to w-event
                           add 1 to w-canc-count
                       end-if
                   when 'A'
                       move 'Y' to w-send-it
                       move 'AMND' to w-event
                       add 1 to w-amd-count
                   when 'C'
                       perform resend-corrected-trade
                   when 'E'
                       if w-rw-hit > 0
                           if w-rw-state(w-rw-hit) = 'C'
                               perform resend-corrected-trade
                           end-if
                       end-if
                       if w-send-it = 'N'
                           add 1 to w-inrework-count
                           perform list-rework-trade
                       end-if
                   when 'S'
                       add 1 to w-awaiting-count
                       perform list-awaiting-trade
                   when 'R'
                       add 1 to w-accepted-count
                   when other
                       add 1 to w-badstat-count
                       perform list-bad-status-trade
               end-evaluate
               if w-send-it = 'Y'
                   perform send-one-trade
               end-if
           end-if.

      *
      * A corrected rejection goes back under the event the
      * regulator rejected - NEWT for a trade it never accepted,
      * AMND for a rejected amendment.
      *
       resend-corrected-trade.
           move 'Y' to w-send-it
           add 1 to w-resend-count
           move 'NEWT' to w-event
           if tran-orig-key not = spaces
               move 'CANC' to w-event
           end-if
           if w-rw-hit > 0
               if w-rw-event(w-rw-hit) not = spaces
                   move w-rw-event(w-rw-hit) to w-event
               end-if
               move 'D' to w-rw-state(w-rw-hit)
           end-if.

       send-one-trade.
           move spaces to reg-detail
           move 'DET' to rd-tag
           move ws-bus-date to rd-ref-date
           move tran-key to rd-ref-key
           move w-event to rd-event
           move tran-key to rd-key
           move tran-orig-key to rd-orig-key
           move tran-trade-date to rd-trade-date
           if tran-settle-date is numeric
               move tran-settle-date to rd-settle-date
           else
               move zeros to rd-settle-date
           end-if
           move tran-currency to rd-currency
           move tran-amount to rd-amount
           move tran-cpty to rd-cpty
           write reg-detail
           add 1 to w-sent-count
           add tran-amount to w-sent-total
           move tran-post(1:80) to ws-jrnl-before
           move 'S' to tran-rpt-status
           rewrite tran-post
           move 'REW' to ws-jrnl-action
           move tran-post(1:80) to ws-jrnl-after
           perform write-tran-journal.

       list-awaiting-trade.
           move spaces to w-rpt-line
           string tran-key ' AWAITING RESPONSE  TRADE '
               tran-trade-date ' AMOUNT ' tran-amount
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line.

       list-rework-trade.
           move spaces to w-rpt-line
           if w-rw-hit > 0
               string tran-key ' IN REWORK ' w-rw-event(w-rw-hit)
                   ' SINCE ' w-rw-date(w-rw-hit) ' '
                   w-rw-reason(w-rw-hit)
                   delimited by size into w-rpt-line
           else
               string tran-key ' REJECTED - NO REWORK QUEUE ENTRY'
                   delimited by size into w-rpt-line
           end-if
           move w-rpt-line to report-line
           perform spool-report-line.

       list-bad-status-trade.
           move spaces to w-rpt-line
           string tran-key ' *** UNKNOWN REPORTING STATUS <'
               tran-rpt-status '> ***'
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line.

      *
      * The proof: every trade in scope is accepted, awaiting a
      * response, sent today, or in rework - anything else is a
      * trade nobody can account for.
      *
       write-status-summary.
           compute w-accounted-count = w-accepted-count
               + w-awaiting-count + w-sent-count + w-inrework-count
           move spaces to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'TRADES IN SCOPE.......: ' w-scope-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'ACCEPTED..............: ' w-accepted-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'AWAITING RESPONSE.....: ' w-awaiting-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'SENT THIS REPORT......: ' w-sent-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'IN REWORK.............: ' w-inrework-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to w-rpt-line
           string 'BEFORE REPORTING START: ' w-outscope-count
               delimited by size into w-rpt-line
           move w-rpt-line to report-line
           perform spool-report-line
           move spaces to report-line
           if w-accounted-count = w-scope-count
               move 'EVERY TRADE IN SCOPE ACCOUNTED FOR'
                   to report-line
           else
               move '*** TRADES IN SCOPE NOT ACCOUNTED FOR ***'
                   to report-line
           end-if
           perform spool-report-line.

      *
      * RESPONSE mode - the regulator's verdict on what was sent.
      *
       response-run.
           open input resp-file
           if w-resp-status not = '00'
               display 'REG-RPT: NO RESPONSE FILE '
                       function trim(w-resp-name)
               move 16 to return-code
               stop run
           end-if
           perform count-rejections
           if w-rework-count + w-rjct-due > 500
               display 'REG-RPT: ' w-rjct-due ' REJECTIONS WILL NOT '
                       'FIT ON THE REWORK QUEUE (' w-rework-count
                       ' OF 500 USED) - NOTHING APPLIED'
               close resp-file
               move 16 to return-code
               stop run
           end-if
           perform claim-and-open-tran
           perform until resp-eof
               read resp-file
                   at end move 'Y' to w-resp-eof
                   not at end
                       if rs-key not = spaces
                           add 1 to w-resp-count
                           perform apply-one-response
                       end-if
               end-read
           end-perform
           close resp-file
           close tran
           perform rewrite-rework-table
           perform dequeue-all-datasets

           display 'REG-RPT: RESPONSE ' function trim(w-resp-name)
           display '  RESPONSES........: ' w-resp-count
           display '  ACCEPTED.........: ' w-acpt-count
           display '  REJECTED.........: ' w-rjct-count
           display '  UNKNOWN TRADE....: ' w-unknown-count
           display '  NOT AWAITING.....: ' w-notawait-count
           move zero to return-code
           if w-rjct-count > zero or w-unknown-count > zero
                   or w-notawait-count > zero
               move 4 to return-code
           end-if
           if w-rework-spill = 'Y'
               move 8 to return-code
           end-if.

      *
      * Every rejection needs a queue line - they are counted
      * before the first trade is touched, and the file is read
      * again from the top to apply.
      *
       count-rejections.
           move zeros to w-rjct-due
           perform until resp-eof
               read resp-file
                   at end move 'Y' to w-resp-eof
                   not at end
                       if rs-key not = spaces
                               and rs-result = 'RJCT'
                           add 1 to w-rjct-due
                       end-if
               end-read
           end-perform
           close resp-file
           move 'N' to w-resp-eof
           open input resp-file.

       apply-one-response.
           move rs-key to tran-key
           read tran
               invalid key
                   add 1 to w-unknown-count
                   display 'REG-RPT: RESPONSE FOR UNKNOWN TRADE '
                           rs-key
               not invalid key
                   evaluate true
                       when tran-rpt-status not = 'S'
                           add 1 to w-notawait-count
                           display 'REG-RPT: ' rs-key
                                   ' NOT AWAITING A RESPONSE ('
                                   tran-rpt-status ') - IGNORED'
                       when rs-result = 'ACPT'
                           add 1 to w-acpt-count
                           move tran-post(1:80) to ws-jrnl-before
                           move 'R' to tran-rpt-status
                           perform rewrite-reported-trade
                       when rs-result = 'RJCT'
                           add 1 to w-rjct-count
                           move tran-post(1:80) to ws-jrnl-before
                           move 'E' to tran-rpt-status
                           perform rewrite-reported-trade
                           perform queue-rework-entry
                       when other
                           add 1 to w-notawait-count
                           display 'REG-RPT: ' rs-key
                                   ' BAD RESULT ' rs-result
                                   ' - IGNORED'
                   end-evaluate
           end-read.

       rewrite-reported-trade.
           rewrite tran-post
           move 'REW' to ws-jrnl-action
           move tran-post(1:80) to ws-jrnl-after
           perform write-tran-journal.

       queue-rework-entry.
           if w-rework-count >= 500
               move 'Y' to w-rework-spill
               display 'REG-RPT: REWORK QUEUE FULL - ' rs-key
                       ' NOT QUEUED'
           else
               add 1 to w-rework-count
               move rs-key to w-rw-key(w-rework-count)
               move rs-event to w-rw-event(w-rework-count)
               move ws-bus-date to w-rw-date(w-rework-count)
               move 'O' to w-rw-state(w-rework-count)
               move rs-reason to w-rw-reason(w-rework-count)
           end-if.

      *
      * The most recent open or corrected queue line for the key
      * in the record area.
      *
       find-rework-entry.
           move 0 to w-rw-hit
           perform varying w-rw-sub from 1 by 1
                   until w-rw-sub > w-rework-count
               if w-rw-key(w-rw-sub) = tran-key
                       and w-rw-state(w-rw-sub) not = 'D'
                   move w-rw-sub to w-rw-hit
               end-if
           end-perform.

       claim-and-open-tran.
      *    status rewrites in the live trade history - claim it the
      *    way the load does
           move 'REGRPT' to ws-enq-program
           move w-tran-filename to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               move 16 to return-code
               stop run
           end-if
           open i-o tran
           if w-tran-status not = '00'
               display 'REG-RPT: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if.

       load-scope-date.
           open input regstart-ctl
           if w-regstart-status = '00'
               read regstart-ctl
                   not at end
                       if regstart-record is numeric
                           move regstart-record to w-scope-date
                       end-if
               end-read
               close regstart-ctl
           end-if.

       load-rework-table.
           open input rework-file
           if w-rework-status = '00'
               perform until rework-eof
                   read rework-file
                       at end move 'Y' to w-rework-eof
                       not at end
                           perform hold-rework-entry
                   end-read
               end-perform
               close rework-file
           end-if.

       hold-rework-entry.
           if rw-key not = spaces
               if w-rework-count < 500
                   add 1 to w-rework-count
                   move rw-key to w-rw-key(w-rework-count)
                   move rw-event to w-rw-event(w-rework-count)
                   move rw-date to w-rw-date(w-rework-count)
                   move function upper-case(rw-state)
                       to w-rw-state(w-rework-count)
                   move rw-reason to w-rw-reason(w-rework-count)
               else
                   move 'Y' to w-rework-spill
                   display 'REG-RPT: REWORK QUEUE FULL - ' rw-key
                           ' NOT LOADED'
               end-if
           end-if.

       rewrite-rework-table.
           open output rework-file
           perform varying w-rw-sub from 1 by 1
                   until w-rw-sub > w-rework-count
               if w-rw-state(w-rw-sub) not = 'D'
                   move spaces to rework-record
                   move w-rw-key(w-rw-sub) to rw-key
                   move w-rw-event(w-rw-sub) to rw-event
                   move w-rw-date(w-rw-sub) to rw-date
                   move w-rw-state(w-rw-sub) to rw-state
                   move w-rw-reason(w-rw-sub) to rw-reason
                   write rework-record
               end-if
           end-perform
           close rework-file.

       COPY BUSDTPA.
       COPY ENQPA.
       COPY JRNLPA.
       COPY RPTFPA.
