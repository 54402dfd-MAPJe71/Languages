      *
      * Second-operator approval for the large corrections the
      * y2ksmpl load holds in PENDAPPR.DAT - an amendment or
      * reversal judged over the APPRLIM.CTL threshold no longer
      * applies on the say-so of whoever submitted the feed. An
      * operator holding the TRNAPPR function in OPERMAST.CTL,
      * and who is not the submitter, approves or declines each
      * one here; approved entries post on the next load through
      * the normal amend and reverse paths, journal and ledger
      * included. Declined entries never post. Every decision,
      * and every refused attempt, appends an audit line to
      * APPAUDIT.TXT showing who, when, and what.
      *
      * Arguments: 1 action LIST | APPROVE | DECLINE, 2 the
      * correction's extract key (APPROVE/DECLINE). LIST shows
      * the entries still waiting and needs no authority.
      *
       identification division.
       program-id. TRAN-APPROVE.

       environment division.
       input-output section.
       file-control.
           select pend-appr
           assign to "PENDAPPR.DAT"
           organization is line sequential
           file status is w-pend-status.
           select audit-file
           assign to "APPAUDIT.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY BUSDTSL.
           COPY ENQSL.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  pend-appr.
       01  pend-record.
           03  pa-state                   pic x.
           03  filler                     pic x.
           03  pa-held-date               pic x(08).
           03  filler                     pic x.
           03  pa-submitter               pic x(12).
           03  filler                     pic x.
           03  pa-decider                 pic x(12).
           03  filler                     pic x.
           03  pa-decided-date            pic x(08).
           03  filler                     pic x.
           03  pa-posted-date             pic x(08).
           03  filler                     pic x.
           03  pa-ext-date-8              pic 9(08).
           03  filler                     pic x.
           03  pa-settle-date-8           pic 9(08).
           03  filler                     pic x.
           03  pa-judged-amt              pic 9(04)v99.
           03  filler                     pic x.
           03  pa-extract.
               05  pa-x-key               pic x(10).
               05  pa-x-trade-date        pic x(06).
               05  pa-x-amount            pic s9999v99.
               05  pa-x-action            pic x.
               05  pa-x-orig-key          pic x(10).
               05  pa-x-currency          pic x(03).
               05  pa-x-settle-date       pic x(08).
               05  pa-x-cpty              pic x(08).

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY BUSDTFD.
       COPY ENQFD.
       COPY OPAUTHFD.

       working-storage section.
       01  w-pend-status                  pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-key                          pic x(10) value spaces.
       01  w-pend-eof                     pic x value 'N'.
           88  pend-eof                   value 'Y'.

       01  w-pend-table.
           03  w-pa-image occurs 200 times
                                          pic x(132).
       01  w-pend-count                   pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-wait-count                   pic 9(3) value zeros.
       01  w-new-state                    pic x value space.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       COPY BUSDTWS.
       COPY ENQWS.
       COPY OPAUTHWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-action
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-key
      *    the deciding operator's id, for the four-eyes check
      *    and the audit line
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time
           perform get-business-date

           if w-action = 'LIST'
               perform load-pending-table
               perform list-waiting
               stop run
           end-if
           if w-key = spaces
                   or (w-action not = 'APPROVE'
                   and w-action not = 'DECLINE')
               display 'TRAN-APPROVE: USAGE: TRAN-APPROVE '
                       'LIST|APPROVE|DECLINE [KEY]'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           move 'TRNAPPR' to ws-auth-function
           move 'TRANAPPR' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'TRAN-APPROVE: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

      *    the load rewrites the pending file at end of run -
      *    claim it the way the load does
           move 'TRANAPPR' to ws-enq-program
           move 'PENDAPPR.DAT' to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               move 16 to return-code
               stop run
           end-if
           perform load-pending-table
           move 0 to w-hit
           perform varying w-sub from 1 by 1
                   until w-sub > w-pend-count or w-hit > 0
               move w-pa-image(w-sub) to pend-record
               if pa-x-key = w-key and pa-state = 'P'
                   move w-sub to w-hit
               end-if
           end-perform

           if w-hit = 0
               display 'TRAN-APPROVE: NO PENDING CORRECTION '
                       w-key
               move 8 to return-code
           else
               move w-pa-image(w-hit) to pend-record
               perform decide-correction
           end-if
           perform dequeue-all-datasets
           stop run.

      *
      * The four-eyes rule itself: whoever submitted the
      * correction cannot be the one who lets it through - or
      * the one who throws it away.
      *
       decide-correction.
           if pa-submitter = w-operator
               display 'TRAN-APPROVE: ' w-key ' WAS SUBMITTED BY '
                       function trim(w-operator)
                       ' - A SECOND OPERATOR MUST DECIDE IT'
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' REFUSED ' w-key
                   ' OWN SUBMISSION'
                   delimited by size into w-audit-line
               perform append-audit-line
               move 16 to return-code
           else
               if w-action = 'APPROVE'
                   move 'A' to w-new-state
               else
                   move 'D' to w-new-state
               end-if
               move w-new-state to pa-state
               move w-operator to pa-decider
               move ws-bus-date to pa-decided-date
               move pend-record to w-pa-image(w-hit)
               perform rewrite-pending-table
               move spaces to w-audit-line
               string w-audit-date ' ' w-audit-time ' '
                   w-operator ' ' function trim(w-action) ' '
                   w-key ' ACTION ' pa-x-action
                   ' AMOUNT ' pa-x-amount
                   ' SUBMITTER ' pa-submitter
                   delimited by size into w-audit-line
               perform append-audit-line
               display 'TRAN-APPROVE: ' w-key ' '
                       function trim(w-action) 'D'
           end-if.

       list-waiting.
           perform varying w-sub from 1 by 1
                   until w-sub > w-pend-count
               move w-pa-image(w-sub) to pend-record
               if pa-state = 'P'
                   add 1 to w-wait-count
                   display pa-x-key ' ' pa-x-action
                           ' ORIG ' pa-x-orig-key
                           ' AMOUNT ' pa-x-amount
                           ' JUDGED ' pa-judged-amt
                           ' HELD ' pa-held-date
                           ' BY ' pa-submitter
               end-if
           end-perform
           display 'TRAN-APPROVE: ' w-wait-count
                   ' CORRECTION(S) AWAITING APPROVAL'.

       load-pending-table.
           open input pend-appr
           if w-pend-status = '00'
               perform until pend-eof
                   read pend-appr
                       at end move 'Y' to w-pend-eof
                       not at end
                           if w-pend-count < 200
                               add 1 to w-pend-count
                               move pend-record
                                   to w-pa-image(w-pend-count)
                           end-if
                   end-read
               end-perform
               close pend-appr
           end-if.

       rewrite-pending-table.
           open output pend-appr
           perform varying w-sub from 1 by 1
                   until w-sub > w-pend-count
               move w-pa-image(w-sub) to pend-record
               write pend-record
           end-perform
           close pend-appr.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY BUSDTPA.
       COPY ENQPA.
       COPY OPAUTHPA.
