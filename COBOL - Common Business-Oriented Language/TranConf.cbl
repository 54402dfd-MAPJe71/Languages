      *
      * Trade confirmations - nobody outside the desk heard from us
      * when a trade loaded; the desk emailed screenshots of
      * TRAN-INQ. Chained after the y2ksmpl load (and after
      * TRANEXC-DISP, whose decisions post trades too), this reads
      * the TRANJRNL.TXT entries those two programs journaled since
      * the last run and prints one formatted confirmation per new
      * trade (WRT), reversal (a WRT carrying an original key), and
      * amendment (REW), showing the key, trade and settlement
      * dates, amount, currency, and the original the reversal or
      * amendment changes - grouped by branch under the BRANCH.DAT
      * name. Deletions confirm nothing.
      *
      * A confirmation is never issued twice for the same journal
      * entry. CONFCTL.DAT holds the date and time of the last
      * journal entry worked, so a rerun starts after it; and
      * CONFREG.DAT, keyed by trade key, holds what was last
      * confirmed for each trade, so an entry that would confirm
      * exactly what the counterparty already has - a REBUILD
      * reload, a rerun load re-posting the same record, a
      * LATEST duplicate that changed nothing - is passed over.
      * The print file is rewritten each run and the register and
      * high-water mark move only after it closes: a failed run
      * leaves nothing issued, and its rerun issues the lot once.
      *
      * Arguments: 1 the confirmation print file (default
      * CONFIRM.TXT), 2 the journal (default TRANJRNL.TXT).
      *
       identification division.
       program-id. TRAN-CONFIRM.

       environment division.
       input-output section.
       file-control.
           select conf-register
           assign to "CONFREG.DAT"
           organization is indexed
           access mode is dynamic
           record key is cf-key
           file status is w-reg-status.
           select conf-ctl
           assign to "CONFCTL.DAT"
           organization is line sequential
           file status is w-ctl-status.
           select branch-master
           assign to "BRANCH.DAT"
           organization is line sequential
           file status is w-branch-status.
           select print-file
           assign to dynamic w-print-name
           organization is line sequential
           file status is w-print-status.
           COPY JRNLSL.
           COPY BUSDTSL.
           COPY ENQSL.

       data division.
       file section.
      *
      * What each trade was last confirmed as - the journal's
      * 45-byte image, the fields a confirmation prints.
      *
       fd  conf-register.
       01  conf-reg-record.
           03  cf-key                     pic x(10).
           03  cf-image                   pic x(45).
           03  cf-kind                    pic x.
           03  cf-jr-date                 pic x(08).
           03  cf-jr-time                 pic x(08).
           03  cf-conf-date               pic x(08).

       fd  conf-ctl.
       01  conf-ctl-record.
           03  cc-jr-date                 pic x(08).
           03  cc-jr-time                 pic x(08).

       fd  branch-master.
       01  branch-record.
           03  br-code                    pic x(04).
           03  filler                     pic x.
           03  br-name                    pic x(30).
           03  filler                     pic x.
           03  br-region                  pic x(08).
           03  filler                     pic x.
           03  br-status                  pic x.

       fd  print-file.
       01  print-line                     pic x(132).
       COPY JRNLFD.
       COPY BUSDTFD.
       COPY ENQFD.

       working-storage section.
       01  w-print-name                   pic x(80)
           value "CONFIRM.TXT".
       01  w-reg-status                   pic x(2) value spaces.
       01  w-ctl-status                   pic x(2) value spaces.
       01  w-branch-status                pic x(2) value spaces.
       01  w-print-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-jrnl-eof                     pic x value 'N'.
           88  jrnl-eof                   value 'Y'.
       01  w-branch-eof                   pic x value 'N'.
           88  branch-eof                 value 'Y'.

      *
      * The journal high-water mark - date then time, compared as
      * one string.
      *
       01  w-hwm.
           03  w-hwm-date                 pic x(8) value spaces.
           03  w-hwm-time                 pic x(8) value spaces.
       01  w-entry-stamp.
           03  w-es-date                  pic x(8).
           03  w-es-time                  pic x(8).
       01  w-last-stamp                   pic x(16) value spaces.
       01  w-prev-stamp                   pic x(16) value spaces.

      *
      * The journal's 45-byte record image, before and after.
      *
       01  w-image.
           03  w-i-key.
               05  w-i-branch             pic x(4).
               05  w-i-seq                pic x(6).
           03  w-i-trade-date             pic x(8).
           03  w-i-amount                 pic s9999v99.
           03  w-i-orig-key               pic x(10).
           03  w-i-currency               pic x(3).
           03  w-i-settle-date            pic x(8).
       01  w-before-image                 pic x(45) value spaces.

      *
      * This run's confirmations, collected off the journal and
      * printed by branch once the pass is done.
      *
       01  w-conf-table.
           03  w-conf-entry occurs 2000 times.
               05  w-c-branch             pic x(4).
               05  w-c-kind               pic x.
                   88  w-c-new            value 'N'.
                   88  w-c-amend          value 'A'.
                   88  w-c-reversal       value 'R'.
               05  w-c-after              pic x(45).
               05  w-c-before             pic x(45).
               05  w-c-jr-date            pic x(8).
               05  w-c-jr-time            pic x(8).
               05  w-c-program            pic x(8).
               05  w-c-printed            pic x.
       01  w-conf-count                   pic 9(4) value zeros.
       01  w-conf-sub                     pic 9(4) value zeros.
       01  w-conf-hit                     pic 9(4) value zeros.
       01  w-conf-full                    pic x value 'N'.
       01  w-giving-back                  pic x value 'N'.
       01  w-kind                         pic x value space.
       01  w-confirm-it                   pic x value 'N'.

       01  w-name-table.
           03  w-name-entry occurs 100 times.
               05  w-n-code               pic x(4).
               05  w-n-name               pic x(30).
               05  w-n-region             pic x(8).
       01  w-name-count                   pic 9(3) value zeros.
       01  w-name-sub                     pic 9(3) value zeros.
       01  w-name-hit                     pic 9(3) value zeros.
       01  w-group-branch                 pic x(4) value spaces.
       01  w-group-low                    pic x(4) value spaces.

       01  w-entries-read                 pic 9(8) value zeros.
       01  w-entries-new                  pic 9(8) value zeros.
       01  w-unchanged-count              pic 9(8) value zeros.
       01  w-new-count                    pic 9(6) value zeros.
       01  w-amend-count                  pic 9(6) value zeros.
       01  w-rev-count                    pic 9(6) value zeros.
       01  w-branch-count                 pic 9(4) value zeros.

       01  w-rule-line                    pic x(72) value all '-'.
       01  w-group-head.
           03  filler                     pic x(26)
               value 'CONFIRMATIONS FOR BRANCH '.
           03  rpt-g-branch               pic x(4).
           03  filler                     pic x(2) value spaces.
           03  rpt-g-name                 pic x(30).
           03  filler                     pic x(8)
               value ' REGION '.
           03  rpt-g-region               pic x(8).
       01  w-conf-title.
           03  filler                     pic x(21)
               value 'TRADE CONFIRMATION - '.
           03  rpt-t-kind                 pic x(10).
           03  filler                     pic x(9)
               value '  BRANCH '.
           03  rpt-t-branch               pic x(4).
           03  filler                     pic x value space.
           03  rpt-t-name                 pic x(30).
       01  w-conf-field.
           03  filler                     pic x(4) value spaces.
           03  rpt-f-label                pic x(22).
           03  rpt-f-value                pic x(40).
       01  w-amount-edit                  pic -(4)9.99.
       01  w-amount-text.
           03  rpt-a-amount               pic x(8).
           03  filler                     pic x value space.
           03  rpt-a-ccy                  pic x(3).
       COPY JRNLWS.
       COPY BUSDTWS.
       COPY ENQWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-print-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to ws-jrnl-name
           end-if
           perform get-business-date

      *    two runs at once would each issue what the other has
      *    not yet registered
           move 'TRANCONF' to ws-enq-program
           move 'CONFREG.DAT' to ws-enq-dataset
           perform enqueue-dataset
           if ws-enq-failed = 'Y'
               move 16 to return-code
               stop run
           end-if

           perform read-high-water-mark
           open i-o conf-register
           if w-reg-status not = '00'
               open output conf-register
               close conf-register
               open i-o conf-register
           end-if
           if w-reg-status not = '00'
               display 'TRAN-CONFIRM: CANNOT OPEN CONFREG.DAT '
                       'STATUS ' w-reg-status
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           perform collect-journal-entries
           perform load-branch-names
           perform print-confirmations
           perform register-confirmations
           close conf-register
           perform write-high-water-mark
           perform dequeue-all-datasets

           display 'TRAN-CONFIRM: JOURNAL ENTRIES READ ' w-entries-read
           display '  SINCE LAST RUN...: ' w-entries-new
           display '  NEW TRADES.......: ' w-new-count
           display '  AMENDMENTS.......: ' w-amend-count
           display '  REVERSALS........: ' w-rev-count
           display '  ALREADY CONFIRMED: ' w-unchanged-count
           display '  BRANCHES.........: ' w-branch-count
           if w-conf-full = 'Y'
               display 'TRAN-CONFIRM: CONFIRMATION TABLE FULL - '
                       'RERUN TO ISSUE THE REST'
               move 4 to return-code
               if w-conf-count = zero
                   display 'TRAN-CONFIRM: MORE THAN 2000 ENTRIES AT '
                           'JOURNAL STAMP ' w-entry-stamp
                           ' - NOTHING ISSUED'
                   move 16 to return-code
               end-if
           end-if
           stop run.

       read-high-water-mark.
           open input conf-ctl
           if w-ctl-status = '00'
               read conf-ctl
                   not at end
                       move cc-jr-date to w-hwm-date
                       move cc-jr-time to w-hwm-time
               end-read
               close conf-ctl
           end-if
           move w-hwm to w-last-stamp
           move w-hwm to w-prev-stamp.

      *
      * Only entries past the high-water mark are looked at, and
      * only the load's and TRANEXC-DISP's - the settlement and
      * regulatory rewrites change nothing a counterparty is told.
      * A full table stops the pass where it is; the mark stops
      * there too, so the next run picks up the remainder. The
      * mark is a stamp, not an entry, so a table that fills part
      * way through one stamp gives back what it held at that
      * stamp and the mark goes back to the stamp before - the
      * next run takes that stamp's entries whole.
      *
       collect-journal-entries.
           open input tran-jrnl-file
           if ws-jrnl-status not = '00'
               display 'TRAN-CONFIRM: NO JOURNAL '
                       function trim(ws-jrnl-name)
                       ' - NOTHING TO CONFIRM'
           else
               perform until jrnl-eof or w-conf-full = 'Y'
                   read tran-jrnl-file
                       at end move 'Y' to w-jrnl-eof
                       not at end
                           add 1 to w-entries-read
                           move jr-date to w-es-date
                           move jr-time to w-es-time
                           if w-entry-stamp > w-hwm
                               perform judge-one-entry
                           end-if
                   end-read
               end-perform
               close tran-jrnl-file
           end-if.

       judge-one-entry.
           move space to w-kind
           if jr-program = 'Y2KSMPL' or jr-program = 'TRANDISP'
               move jr-after to w-image
               evaluate jr-action
                   when 'WRT'
                       if w-i-orig-key = spaces
                           move 'N' to w-kind
                       else
                           move 'R' to w-kind
                       end-if
                   when 'REW'
                       move 'A' to w-kind
               end-evaluate
           end-if
           if w-kind = space
               perform advance-high-water-mark
           else
               if w-conf-count >= 2000
                   move 'Y' to w-conf-full
                   if w-entry-stamp = w-last-stamp
                       perform give-back-last-stamp
                   end-if
               else
                   perform advance-high-water-mark
                   add 1 to w-entries-new
                   perform check-already-confirmed
                   if w-confirm-it = 'Y'
                       perform hold-confirmation
                   else
                       add 1 to w-unchanged-count
                   end-if
               end-if
           end-if.

       advance-high-water-mark.
           if w-entry-stamp not = w-last-stamp
               move w-last-stamp to w-prev-stamp
               move w-entry-stamp to w-last-stamp
           end-if.

      *
      * The journal runs in stamp order, so whatever this run
      * holds at the last stamp is at the end of the table.
      *
       give-back-last-stamp.
           move 'Y' to w-giving-back
           perform until w-giving-back = 'N'
               if w-conf-count = zero
                   move 'N' to w-giving-back
               else
                   if w-c-jr-date(w-conf-count) = w-last-stamp(1:8)
                           and w-c-jr-time(w-conf-count)
                               = w-last-stamp(9:8)
                       evaluate w-c-kind(w-conf-count)
                           when 'N' subtract 1 from w-new-count
                           when 'A' subtract 1 from w-amend-count
                           when 'R' subtract 1 from w-rev-count
                       end-evaluate
                       subtract 1 from w-conf-count
                   else
                       move 'N' to w-giving-back
                   end-if
               end-if
           end-perform
           move w-prev-stamp to w-last-stamp.

      *
      * The trade's latest confirmation - this run's own if the
      * trade has already had one in this pass, else the
      * register's. The same image again confirms nothing new.
      *
       check-already-confirmed.
           move 'Y' to w-confirm-it
           move 0 to w-conf-hit
           perform varying w-conf-sub from 1 by 1
                   until w-conf-sub > w-conf-count
               if w-c-after(w-conf-sub)(1:10) = w-i-key
                   move w-conf-sub to w-conf-hit
               end-if
           end-perform
           if w-conf-hit > 0
               if w-c-after(w-conf-hit) = jr-after
                   move 'N' to w-confirm-it
               end-if
           else
               move w-i-key to cf-key
               read conf-register
                   invalid key continue
                   not invalid key
                       if cf-image = jr-after
                           move 'N' to w-confirm-it
                       end-if
               end-read
           end-if.

       hold-confirmation.
           add 1 to w-conf-count
           move w-i-branch to w-c-branch(w-conf-count)
           move w-kind to w-c-kind(w-conf-count)
           move jr-after to w-c-after(w-conf-count)
           move jr-before to w-c-before(w-conf-count)
           move jr-date to w-c-jr-date(w-conf-count)
           move jr-time to w-c-jr-time(w-conf-count)
           move jr-program to w-c-program(w-conf-count)
           move 'N' to w-c-printed(w-conf-count)
           evaluate w-kind
               when 'N' add 1 to w-new-count
               when 'A' add 1 to w-amend-count
               when 'R' add 1 to w-rev-count
           end-evaluate.

       load-branch-names.
           open input branch-master
           if w-branch-status = '00'
               perform until branch-eof
                   read branch-master
                       at end move 'Y' to w-branch-eof
                       not at end
                           if br-code not = spaces
                                   and w-name-count < 100
                               add 1 to w-name-count
                               move br-code
                                   to w-n-code(w-name-count)
                               move br-name
                                   to w-n-name(w-name-count)
                               move br-region
                                   to w-n-region(w-name-count)
                           end-if
                   end-read
               end-perform
               close branch-master
           else
               display 'TRAN-CONFIRM: NO BRANCH.DAT - '
                       'HEADINGS UNNAMED'
           end-if.

      *
      * Branch groups in branch-code order by repeated minimum
      * selection; within a branch, journal order.
      *
       print-confirmations.
           open output print-file
           if w-print-status not = '00'
               display 'TRAN-CONFIRM: CANNOT OPEN '
                       function trim(w-print-name)
               close conf-register
               perform dequeue-all-datasets
               move 16 to return-code
               stop run
           end-if
           move low-values to w-group-branch
           perform with test after until w-group-low = high-values
               move high-values to w-group-low
               perform varying w-conf-sub from 1 by 1
                       until w-conf-sub > w-conf-count
                   if w-c-branch(w-conf-sub) > w-group-branch
                           and w-c-branch(w-conf-sub) < w-group-low
                       move w-c-branch(w-conf-sub) to w-group-low
                   end-if
               end-perform
               if w-group-low not = high-values
                   move w-group-low to w-group-branch
                   perform print-one-branch
               end-if
           end-perform
           if w-conf-count = 0
               move 'NO CONFIRMATIONS TO ISSUE' to print-line
               write print-line
           end-if
           close print-file.

       print-one-branch.
           add 1 to w-branch-count
           perform find-branch-name
           move w-group-branch to rpt-g-branch
           if w-name-hit > 0
               move w-n-name(w-name-hit) to rpt-g-name
               move w-n-region(w-name-hit) to rpt-g-region
           else
               move 'UNKNOWN' to rpt-g-name
               move spaces to rpt-g-region
           end-if
           move spaces to print-line
           write print-line
           move w-group-head to print-line
           write print-line
           perform varying w-conf-sub from 1 by 1
                   until w-conf-sub > w-conf-count
               if w-c-branch(w-conf-sub) = w-group-branch
                   perform print-one-confirmation
               end-if
           end-perform.

       find-branch-name.
           move 0 to w-name-hit
           perform varying w-name-sub from 1 by 1
                   until w-name-sub > w-name-count
               if w-n-code(w-name-sub) = w-group-branch
                   move w-name-sub to w-name-hit
               end-if
           end-perform.

       print-one-confirmation.
           move 'Y' to w-c-printed(w-conf-sub)
           move w-c-after(w-conf-sub) to w-image
           move w-c-before(w-conf-sub) to w-before-image
           move spaces to print-line
           write print-line
           move w-rule-line to print-line
           write print-line
           evaluate true
               when w-c-new(w-conf-sub)
                   move 'NEW TRADE' to rpt-t-kind
               when w-c-amend(w-conf-sub)
                   move 'AMENDMENT' to rpt-t-kind
               when w-c-reversal(w-conf-sub)
                   move 'REVERSAL' to rpt-t-kind
           end-evaluate
           move w-group-branch to rpt-t-branch
           move rpt-g-name to rpt-t-name
           move w-conf-title to print-line
           write print-line
           move 'TRADE KEY' to rpt-f-label
           move w-i-key to rpt-f-value
           perform print-one-field
           move 'TRADE DATE' to rpt-f-label
           move w-i-trade-date to rpt-f-value
           perform print-one-field
           move 'SETTLEMENT DATE' to rpt-f-label
           move w-i-settle-date to rpt-f-value
           perform print-one-field
           move 'AMOUNT' to rpt-f-label
           move w-i-amount to w-amount-edit
           move w-amount-edit to rpt-a-amount
           move w-i-currency to rpt-a-ccy
           move w-amount-text to rpt-f-value
           perform print-one-field
           if w-c-reversal(w-conf-sub)
               move 'REVERSES TRADE' to rpt-f-label
               move w-i-orig-key to rpt-f-value
               perform print-one-field
           end-if
           if w-c-amend(w-conf-sub)
               perform print-amended-original
           end-if
           move 'JOURNALED' to rpt-f-label
           move spaces to rpt-f-value
           string w-c-jr-date(w-conf-sub) ' '
               w-c-jr-time(w-conf-sub) ' BY '
               w-c-program(w-conf-sub)
               delimited by size into rpt-f-value
           perform print-one-field
           move w-rule-line to print-line
           write print-line.

      *
      * An amendment prints the original it replaces - the
      * journal's before image of the same trade.
      *
       print-amended-original.
           move w-before-image to w-image
           move 'WAS TRADE DATE' to rpt-f-label
           move w-i-trade-date to rpt-f-value
           perform print-one-field
           move 'WAS SETTLEMENT DATE' to rpt-f-label
           move w-i-settle-date to rpt-f-value
           perform print-one-field
           move 'WAS AMOUNT' to rpt-f-label
           move w-i-amount to w-amount-edit
           move w-amount-edit to rpt-a-amount
           move w-i-currency to rpt-a-ccy
           move w-amount-text to rpt-f-value
           perform print-one-field
           move w-c-after(w-conf-sub) to w-image.

       print-one-field.
           move w-conf-field to print-line
           write print-line.

      *
      * The print file is closed - now, and only now, the
      * register learns what went out.
      *
       register-confirmations.
           perform varying w-conf-sub from 1 by 1
                   until w-conf-sub > w-conf-count
               perform register-one-confirmation
           end-perform.

       register-one-confirmation.
           move w-c-after(w-conf-sub)(1:10) to cf-key
           read conf-register
               invalid key
                   perform fill-register-record
                   write conf-reg-record
                       invalid key
                           display 'TRAN-CONFIRM: REGISTER WRITE '
                                   'FAILED ' cf-key
                           move 16 to return-code
                   end-write
               not invalid key
                   perform fill-register-record
                   rewrite conf-reg-record
                       invalid key
                           display 'TRAN-CONFIRM: REGISTER REWRITE '
                                   'FAILED ' cf-key
                           move 16 to return-code
                   end-rewrite
           end-read.

       fill-register-record.
           move spaces to conf-reg-record
           move w-c-after(w-conf-sub)(1:10) to cf-key
           move w-c-after(w-conf-sub) to cf-image
           move w-c-kind(w-conf-sub) to cf-kind
           move w-c-jr-date(w-conf-sub) to cf-jr-date
           move w-c-jr-time(w-conf-sub) to cf-jr-time
           move ws-bus-date to cf-conf-date.

       write-high-water-mark.
           open output conf-ctl
           move spaces to conf-ctl-record
           move w-last-stamp(1:8) to cc-jr-date
           move w-last-stamp(9:8) to cc-jr-time
           write conf-ctl-record
           close conf-ctl.

       COPY BUSDTPA.
       COPY ENQPA.
