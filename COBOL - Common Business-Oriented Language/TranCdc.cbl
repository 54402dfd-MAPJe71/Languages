      *
      * Change-data-capture extract for the warehouse - instead of
      * a full copy of tran.dat every night, the warehouse takes
      * the day's changes off the trade journal. Every TRANJRNL.TXT
      * entry past the high-water mark in CDCCTL.TXT becomes one
      * '|'-delimited row carrying the operation (WRT, REW, DEL),
      * the journaling program and user, the entry's stamp, and
      * the before and after values field by field (empty where
      * the journal image is blank - a WRT has no before, a DEL no
      * after). The extract goes to TRANCDC.nnnnnn, one number per
      * extract, so an extract the warehouse has not yet taken is
      * never overwritten; an H header line carries the extract
      * number, business date, and the first journal entry it
      * could hold, a T trailer the row counts by operation and
      * the journal's length.
      *
      * The high-water mark is the ordinal of the last journal
      * entry sent with its date and time. The journal is append-
      * only, so the entry at that ordinal must still carry that
      * stamp; if it does not (the journal was replaced or cut
      * short) the run stops with RETURN-CODE 16 and sends
      * nothing, rather than guess what the warehouse has seen.
      * The mark only moves once the extract is written and closed.
      *
      * Arguments: 1 the journal (default TRANJRNL.TXT).
      *
       identification division.
       program-id. TRAN-CDC.

       environment division.
       input-output section.
       file-control.
           select cdc-ctl
           assign to "CDCCTL.TXT"
           organization is line sequential
           file status is w-ctl-status.
           select cdc-out
           assign to dynamic w-out-name
           organization is line sequential
           file status is w-out-status.
           COPY JRNLSL.
           COPY BUSDTSL.

       data division.
       file section.
       fd  cdc-ctl.
       01  cdc-ctl-record.
           03  cc-last-entry              pic 9(10).
           03  filler                     pic x.
           03  cc-last-date               pic x(8).
           03  filler                     pic x.
           03  cc-last-time               pic x(8).
           03  filler                     pic x.
           03  cc-extract-seq             pic 9(6).
           03  filler                     pic x.
           03  cc-run-date                pic x(8).

       fd  cdc-out.
       01  cdc-out-record                 pic x(400).
       COPY JRNLFD.
       COPY BUSDTFD.

       working-storage section.
       01  w-ctl-status                   pic x(2) value spaces.
       01  w-out-status                   pic x(2) value spaces.
       01  w-out-name                     pic x(30) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-jrnl-eof                     pic x value 'N'.
           88  jrnl-eof                   value 'Y'.

       01  w-last-entry                   pic 9(10) value zeros.
       01  w-last-date                    pic x(8) value spaces.
       01  w-last-time                    pic x(8) value spaces.
       01  w-extract-seq                  pic 9(6) value zeros.
       01  w-entry-num                    pic 9(10) value zeros.
       01  w-first-sent                   pic 9(10) value zeros.
       01  w-mark-checked                 pic x value 'N'.
       01  w-run-date                     pic x(8) value spaces.
       01  w-run-time                     pic x(8) value spaces.

       01  w-row-count                    pic 9(8) value zeros.
       01  w-wrt-count                    pic 9(8) value zeros.
       01  w-rew-count                    pic 9(8) value zeros.
       01  w-del-count                    pic 9(8) value zeros.

      *
      * The 80 journaled bytes of tran-post, laid out as the trade
      * history lays them out - one view for each image.
      *
       01  w-image                        pic x(80) value spaces.
       01  w-image-fields redefines w-image.
           03  im-branch                  pic x(04).
           03  im-seq                     pic x(06).
           03  im-trade-date              pic x(08).
           03  im-amount                  pic S9999V99.
           03  im-orig-key                pic x(10).
           03  im-currency                pic x(03).
           03  im-settle-date             pic x(08).
           03  im-cpty                    pic x(08).
           03  im-settle-status           pic x(01).
           03  im-settled-amt             pic S9999V99.
           03  im-fee-amt                 pic S9(5)V99.
           03  im-rpt-status              pic x(01).
           03  filler                     pic x(12).
       01  w-amount-edit                  pic -(5)9.99.
       01  w-amount-x                     pic x(10) value spaces.
       01  w-settled-x                    pic x(10) value spaces.
       01  w-fee-x                        pic x(10) value spaces.
       01  w-image-text                   pic x(120) value spaces.
       01  w-image-ptr                    pic 9(3) value zeros.
       01  w-before-text                  pic x(120) value spaces.
       01  w-before-len                   pic 9(3) value zeros.
       01  w-after-text                   pic x(120) value spaces.
       01  w-after-len                    pic 9(3) value zeros.
       01  w-out-line                     pic x(400) value spaces.
       COPY JRNLWS.
       COPY BUSDTWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to ws-jrnl-name
           end-if
           accept w-run-date from date yyyymmdd
           accept w-run-time from time
           perform get-business-date

           open input cdc-ctl
           if w-ctl-status = '00'
               read cdc-ctl
                   at end continue
                   not at end
                       move cc-last-entry to w-last-entry
                       move cc-last-date to w-last-date
                       move cc-last-time to w-last-time
                       move cc-extract-seq to w-extract-seq
               end-read
               close cdc-ctl
           end-if
           add 1 to w-extract-seq
           compute w-first-sent = w-last-entry + 1

           open input tran-jrnl-file
           if ws-jrnl-status not = '00'
               display 'TRAN-CDC: CANNOT OPEN JOURNAL '
                       function trim(ws-jrnl-name)
               move 16 to return-code
               stop run
           end-if
           move spaces to w-out-name
           string 'TRANCDC.' w-extract-seq delimited by size
               into w-out-name
           open output cdc-out
           if w-out-status not = '00'
               display 'TRAN-CDC: CANNOT OPEN '
                       function trim(w-out-name)
               close tran-jrnl-file
               move 16 to return-code
               stop run
           end-if
           move spaces to w-out-line
           string 'H|TRANCDC|' w-extract-seq '|' ws-bus-date
               '|' w-run-date '|' w-run-time '|' w-first-sent
               delimited by size into w-out-line
           move w-out-line to cdc-out-record
           write cdc-out-record

           if w-last-entry = zero
               move 'Y' to w-mark-checked
           end-if
           perform until jrnl-eof
               read tran-jrnl-file
                   at end move 'Y' to w-jrnl-eof
                   not at end
                       add 1 to w-entry-num
                       perform take-one-entry
               end-read
           end-perform
           close tran-jrnl-file
           if w-mark-checked not = 'Y'
               display 'TRAN-CDC: JOURNAL HAS ' w-entry-num
                       ' ENTRIES - HIGH-WATER MARK IS '
                       w-last-entry
               perform refuse-the-extract
           end-if

           move spaces to w-out-line
           string 'T|' w-row-count '|' w-wrt-count '|'
               w-rew-count '|' w-del-count '|' w-entry-num
               delimited by size into w-out-line
           move w-out-line to cdc-out-record
           write cdc-out-record
           close cdc-out
           if w-out-status not = '00'
               display 'TRAN-CDC: CLOSE OF '
                       function trim(w-out-name)
                       ' FAILED STATUS ' w-out-status
               move 16 to return-code
               stop run
           end-if

      *    the extract is down - only now does the mark move
           open output cdc-ctl
           move spaces to cdc-ctl-record
           move w-last-entry to cc-last-entry
           move w-last-date to cc-last-date
           move w-last-time to cc-last-time
           move w-extract-seq to cc-extract-seq
           move w-run-date to cc-run-date
           write cdc-ctl-record
           close cdc-ctl

           display 'TRAN-CDC: ' function trim(w-out-name)
                   ' FOR ' ws-bus-date
           display '  JOURNAL ENTRIES..: ' w-entry-num
           display '  ROWS EXTRACTED...: ' w-row-count
           display '  WRITES...........: ' w-wrt-count
           display '  REWRITES.........: ' w-rew-count
           display '  DELETES..........: ' w-del-count
           display '  HIGH-WATER MARK..: ' w-last-entry
           move zero to return-code
           stop run.

      *
      * Entries up to the mark were sent before - the last of them
      * must still be the entry the mark names.
      *
       take-one-entry.
           if w-entry-num < w-last-entry
               continue
           else
               if w-entry-num = w-last-entry
                   if jr-date not = w-last-date
                           or jr-time not = w-last-time
                       display 'TRAN-CDC: JOURNAL ENTRY '
                               w-entry-num ' IS ' jr-date ' '
                               jr-time ' - HIGH-WATER MARK SAYS '
                               w-last-date ' ' w-last-time
                       close tran-jrnl-file
                       perform refuse-the-extract
                   end-if
                   move 'Y' to w-mark-checked
               else
                   perform write-change-row
                   move w-entry-num to w-last-entry
                   move jr-date to w-last-date
                   move jr-time to w-last-time
               end-if
           end-if.

      *
      * The half-written extract is emptied so nobody mistakes it
      * for a delta; the mark and the extract number stay where
      * they were.
      *
       refuse-the-extract.
           close cdc-out
           open output cdc-out
           close cdc-out
           display 'TRAN-CDC: *** JOURNAL DOES NOT MATCH '
                   'CDCCTL.TXT - NOTHING SENT ***'
           move 16 to return-code
           stop run.

       write-change-row.
           add 1 to w-row-count
           evaluate jr-action
               when 'WRT' add 1 to w-wrt-count
               when 'REW' add 1 to w-rew-count
               when 'DEL' add 1 to w-del-count
           end-evaluate
           move jr-before to w-image(1:45)
           move jr-before-x to w-image(46:35)
           perform format-one-image
           move w-image-text to w-before-text
           compute w-before-len = w-image-ptr - 1
           move jr-after to w-image(1:45)
           move jr-after-x to w-image(46:35)
           perform format-one-image
           move w-image-text to w-after-text
           compute w-after-len = w-image-ptr - 1
           move spaces to w-out-line
           string 'D|' w-entry-num '|' jr-action '|'
               function trim(jr-program) '|'
               function trim(jr-user) '|'
               jr-date '|' jr-time '|'
               w-before-text(1:w-before-len) '|'
               w-after-text(1:w-after-len)
               delimited by size into w-out-line
           move w-out-line to cdc-out-record
           write cdc-out-record.

      *
      * Eleven fields per image, '|' between them; a blank image
      * is eleven empty fields so every row has the same shape.
      *
       format-one-image.
           move spaces to w-image-text
           move 1 to w-image-ptr
           if w-image = spaces
               move '||||||||||' to w-image-text
               move 11 to w-image-ptr
           else
               move spaces to w-amount-x w-settled-x w-fee-x
               if im-amount is numeric
                   move im-amount to w-amount-edit
                   move function trim(w-amount-edit) to w-amount-x
               end-if
               if im-settled-amt is numeric
                   move im-settled-amt to w-amount-edit
                   move function trim(w-amount-edit)
                       to w-settled-x
               end-if
               if im-fee-amt is numeric
                   move im-fee-amt to w-amount-edit
                   move function trim(w-amount-edit) to w-fee-x
               end-if
               string function trim(im-branch) im-seq '|'
                   function trim(im-trade-date) '|'
                   function trim(w-amount-x) '|'
                   function trim(im-orig-key) '|'
                   function trim(im-currency) '|'
                   function trim(im-settle-date) '|'
                   function trim(im-cpty) '|'
                   function trim(im-settle-status) '|'
                   function trim(w-settled-x) '|'
                   function trim(w-fee-x) '|'
                   function trim(im-rpt-status)
                   delimited by size into w-image-text
                   with pointer w-image-ptr
           end-if.

       COPY BUSDTPA.
