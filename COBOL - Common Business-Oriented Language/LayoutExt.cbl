      *
      * Record-layout extractor - LAYOUT-CHK finds the drift, this
      * puts an end to it. The agreed declaration of one 01-level
      * layout is written out as a copybook, and every CATALOG.LST
      * member that still declares the layout inline has the
      * declaration replaced by a COPY of it - but only where the
      * inline declaration is the agreed one, code line for code
      * line (comments, spacing, case, and sequence numbers aside).
      * A member whose declaration has drifted is refused and left
      * as it was; its drift has to be settled by hand first, or
      * the COPY would quietly change its record. Each member
      * changed is checked in through SRC-LIB, so the version
      * before the change is one LIST away.
      *
      * The agreed declaration is the copybook itself once it
      * exists, so a rerun picks up the members refused last time.
      * Before that it is the declaration in the reference member
      * named, or failing that the first manifest member that
      * declares the layout. Interior comment lines go with the
      * declaration they sit in.
      *
      * Arguments: 1 the 01-level layout name (required), 2 the
      * copybook name (required, written as <name>.cpy), 3 the
      * reference member, 4 the manifest (default CATALOG.LST),
      * 5 the change report (default LAYOUTEXT.TXT). RETURN-CODE
      * 4 when any member was refused, 8 when a member could not
      * be rewritten or its SRC-LIB checkin failed.
      *
       identification division.
       program-id. LAYOUT-EXT.

       environment division.
       input-output section.
       file-control.
           select manifest-file
           assign to dynamic ws-manifest-name
           organization is line sequential
           file status is ws-manifest-status.
           select src-file
           assign to dynamic ws-src-filename
           organization is line sequential
           file status is ws-src-status.
           select out-file
           assign to dynamic ws-out-filename
           organization is line sequential
           file status is ws-out-status.
           select report-file
           assign to dynamic ws-report-name
           organization is line sequential
           file status is ws-report-status.

       data division.
       file section.
       fd  manifest-file.
       01  manifest-line            pic x(80).
       fd  src-file.
       01  src-record               pic x(150).
       fd  out-file.
       01  out-record               pic x(150).
       fd  report-file.
       01  report-line              pic x(132).

       working-storage section.
       01 ws-manifest-name          pic x(80) value 'CATALOG.LST'.
       01 ws-report-name            pic x(80) value 'LAYOUTEXT.TXT'.
       01 ws-src-filename           pic x(80) value spaces.
       01 ws-out-filename           pic x(80) value spaces.
       01 ws-book-filename          pic x(80) value spaces.
       01 ws-work-filename          pic x(80) value spaces.
       01 ws-manifest-status        pic x(2) value spaces.
       01 ws-src-status             pic x(2) value spaces.
       01 ws-out-status             pic x(2) value spaces.
       01 ws-report-status          pic x(2) value spaces.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 ws-manifest-eof           pic x value 'N'.
           88 manifest-eof          value 'Y'.
       01 ws-src-eof                pic x value 'N'.
           88 src-eof               value 'Y'.

       01 ws-layout-name            pic x(30) value spaces.
       01 ws-book-name              pic x(30) value spaces.
       01 ws-ref-member             pic x(80) value spaces.
       01 ws-agreed-from            pic x(80) value spaces.

       01 ws-work-line              pic x(150).
       01 ws-trim-line              pic x(150).
       01 ws-norm-line              pic x(150).
       01 ws-seq-check              pic x(6).
       01 ws-line-is-comment        pic x value 'N'.
           88 comment-line          value 'Y'.
       01 ws-word-1                 pic x(30) value spaces.
       01 ws-word-2                 pic x(30) value spaces.
       01 ws-level-num              pic 9(2) value zeros.
       01 ws-in-procedure           pic x value 'N'.
       01 ws-chr-idx                pic 9(3) value zeros.
       01 ws-norm-idx               pic 9(3) value zeros.
       01 ws-last-chr               pic x value space.

      *
      * The agreed declaration: its lines as written, for the
      * copybook, and its code lines normalized, for the compare.
      *
       01 ws-raw-table.
           03 ws-raw-line occurs 200 times pic x(150).
       01 ws-raw-count              pic 9(3) value zeros.
       01 ws-raw-last-code          pic 9(3) value zeros.
       01 ws-raw-sub                pic 9(3) value zeros.
       01 ws-ref-table.
           03 ws-ref-line occurs 200 times pic x(150).
       01 ws-ref-count              pic 9(3) value zeros.
       01 ws-capture                pic x value 'N'.

      *
      * One member's scan: where the declaration starts and ends,
      * how far it agreed, and what became of the member.
      *
       01 ws-line-num               pic 9(6) value zeros.
       01 ws-in-decl                pic x value 'N'.
       01 ws-decl-count             pic 9(2) value zeros.
       01 ws-decl-start             pic 9(6) value zeros.
       01 ws-decl-end               pic 9(6) value zeros.
       01 ws-cmp-count              pic 9(3) value zeros.
       01 ws-drift-line             pic 9(6) value zeros.
       01 ws-has-copy               pic x value 'N'.
       01 ws-outcome                pic x(12) value spaces.
       01 ws-detail                 pic x(60) value spaces.

       01 ws-copy-line              pic x(150) value spaces.
       01 ws-cmd-line               pic x(250) value spaces.
       01 ws-step-rc                pic s9(9) value zeros.
       01 ws-step-rc-out            pic 9(3) value zeros.
       01 ws-call-status            pic s9(9) comp-5 value zero.

       01 ws-member-count           pic 9(4) value zeros.
       01 ws-declaring-count        pic 9(4) value zeros.
       01 ws-replaced-count         pic 9(4) value zeros.
       01 ws-refused-count          pic 9(4) value zeros.
       01 ws-failed-count           pic 9(4) value zeros.
       01 ws-copy-back-ok           pic x value 'N'.
       01 ws-already-count          pic 9(4) value zeros.

       01 ws-report-detail.
           03 rpt-member            pic x(40).
           03 filler                pic x value space.
           03 rpt-outcome           pic x(12).
           03 filler                pic x value space.
           03 rpt-detail            pic x(60).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:30))
               to ws-layout-name
           display 2 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:30))
               to ws-book-name
           display 3 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move ws-cmd-arg to ws-ref-member
           display 4 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-manifest-name
           end-if
           display 5 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-report-name
           end-if
           if ws-layout-name = spaces or ws-book-name = spaces
               display 'LAYOUT-EXT: USAGE: LAYOUT-EXT <LAYOUT> '
                       '<COPYBOOK> [REFERENCE] [MANIFEST] [REPORT]'
               move 16 to return-code
               stop run
           end-if
           move spaces to ws-book-filename
           string function trim(ws-book-name) '.cpy'
               delimited by size into ws-book-filename

           perform load-agreed-layout
           if ws-ref-count = zero
               display 'LAYOUT-EXT: NO DECLARATION OF '
                       function trim(ws-layout-name)
                       ' TO AGREE ON'
               move 16 to return-code
               stop run
           end-if

           open output report-file
           if ws-report-status not = '00'
               display 'LAYOUT-EXT: CANNOT OPEN REPORT '
                       function trim(ws-report-name)
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string 'LAYOUT ' function trim(ws-layout-name)
               ' TO COPYBOOK ' function trim(ws-book-filename)
               ' AGREED FROM ' function trim(ws-agreed-from)
               delimited by size into report-line
           write report-line

           move 'N' to ws-manifest-eof
           open input manifest-file
           if ws-manifest-status not = '00'
               display 'LAYOUT-EXT: CANNOT OPEN MANIFEST '
                       function trim(ws-manifest-name)
               close report-file
               move 16 to return-code
               stop run
           end-if
           perform until manifest-eof
               read manifest-file
                   at end move 'Y' to ws-manifest-eof
                   not at end
                       move function trim(manifest-line)
                           to ws-src-filename
                       if ws-src-filename not = spaces
                           perform process-one-member
                       end-if
               end-read
           end-perform
           close manifest-file

           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'MEMBERS ' ws-member-count
               ' DECLARING ' ws-declaring-count
               ' REPLACED ' ws-replaced-count
               ' REFUSED ' ws-refused-count
               ' FAILED ' ws-failed-count
               ' ALREADY COPY ' ws-already-count
               delimited by size into report-line
           write report-line
           close report-file

           display 'LAYOUT-EXT SUMMARY: '
                   function trim(ws-layout-name) ' -> '
                   function trim(ws-book-filename)
           display '  MEMBERS SCANNED..: ' ws-member-count
           display '  DECLARING........: ' ws-declaring-count
           display '  REPLACED.........: ' ws-replaced-count
           display '  REFUSED..........: ' ws-refused-count
           display '  FAILED...........: ' ws-failed-count
           display '  ALREADY COPY.....: ' ws-already-count
           move zero to return-code
           if ws-refused-count > zero
               move 4 to return-code
           end-if
           if ws-failed-count > zero
               move 8 to return-code
           end-if
           stop run.

      *
      * The copybook, when it exists, is the agreement; otherwise
      * the reference member's declaration is taken and the
      * copybook written from it.
      *
       load-agreed-layout.
           move zeros to ws-ref-count ws-raw-count
           move ws-book-filename to ws-src-filename
           open input src-file
           if ws-src-status = '00'
               move ws-book-filename to ws-agreed-from
               move 'N' to ws-src-eof
               perform until src-eof
                   read src-file
                       at end move 'Y' to ws-src-eof
                       not at end perform take-copybook-line
                   end-read
               end-perform
               close src-file
           else
               if ws-ref-member = spaces
                   perform find-first-declaring
               end-if
               if ws-ref-member not = spaces
                   move ws-ref-member to ws-src-filename
                   move ws-ref-member to ws-agreed-from
                   move 'Y' to ws-capture
                   perform scan-member-decl
                   move 'N' to ws-capture
                   if ws-decl-count = 1
                       perform write-copybook
                   else
                       move zeros to ws-ref-count
                   end-if
               end-if
           end-if.

       take-copybook-line.
           move src-record to ws-work-line
           perform normalize-work-line
           if comment-line or ws-norm-line = spaces
               continue
           else
               if ws-ref-count < 200
                   add 1 to ws-ref-count
                   move ws-norm-line to ws-ref-line(ws-ref-count)
               end-if
           end-if.

       find-first-declaring.
           move 'N' to ws-manifest-eof
           open input manifest-file
           if ws-manifest-status = '00'
               perform until manifest-eof
                   read manifest-file
                       at end move 'Y' to ws-manifest-eof
                       not at end
                           move function trim(manifest-line)
                               to ws-src-filename
                           if ws-src-filename not = spaces
                               perform scan-member-decl
                               if ws-decl-count > zero
                                   move ws-src-filename
                                       to ws-ref-member
                                   move 'Y' to ws-manifest-eof
                               end-if
                           end-if
                   end-read
               end-perform
               close manifest-file
           end-if.

      *
      * Copybook lines carry no sequence numbers - the members
      * that COPY it number their own.
      *
       write-copybook.
           move ws-book-filename to ws-out-filename
           open output out-file
           if ws-out-status not = '00'
               display 'LAYOUT-EXT: CANNOT WRITE COPYBOOK '
                       function trim(ws-book-filename)
               move 16 to return-code
               stop run
           end-if
           perform varying ws-raw-sub from 1 by 1
                   until ws-raw-sub > ws-raw-count
               move ws-raw-line(ws-raw-sub) to out-record
               move spaces to out-record(1:6)
               write out-record
           end-perform
           close out-file
           display 'LAYOUT-EXT: ' function trim(ws-book-filename)
                   ' WRITTEN FROM ' function trim(ws-ref-member)
                   ' - ' ws-raw-count ' LINES'.

      *
      * Pass one finds and judges the declaration; only a member
      * with exactly one agreeing declaration gets pass two.
      *
       process-one-member.
           add 1 to ws-member-count
           perform scan-member-decl
           move spaces to ws-outcome ws-detail
           evaluate true
               when ws-src-status not = '00'
                   and ws-line-num = zero
                   move 'NOT OPENED' to ws-outcome
                   move 'MEMBER CANNOT BE OPENED' to ws-detail
                   add 1 to ws-refused-count
               when ws-decl-count = zero and ws-has-copy = 'Y'
                   move 'ALREADY COPY' to ws-outcome
                   add 1 to ws-already-count
               when ws-decl-count = zero
                   continue
               when ws-decl-count > 1
                   add 1 to ws-declaring-count
                   move 'REFUSED' to ws-outcome
                   move 'LAYOUT DECLARED MORE THAN ONCE' to ws-detail
                   add 1 to ws-refused-count
               when ws-drift-line not = zero
                   add 1 to ws-declaring-count
                   move 'REFUSED' to ws-outcome
                   string 'DRIFTED FROM AGREED AT LINE '
                       ws-drift-line
                       delimited by size into ws-detail
                   add 1 to ws-refused-count
               when other
                   add 1 to ws-declaring-count
                   perform replace-declaration
           end-evaluate
           if ws-outcome not = spaces
               move ws-src-filename to rpt-member
               move ws-outcome to rpt-outcome
               move ws-detail to rpt-detail
               move ws-report-detail to report-line
               write report-line
           end-if.

       scan-member-decl.
           move zeros to ws-line-num ws-decl-count ws-decl-start
                         ws-decl-end ws-cmp-count ws-drift-line
           move 'N' to ws-src-eof ws-in-decl ws-in-procedure
                       ws-has-copy
           open input src-file
           if ws-src-status = '00'
               perform until src-eof
                   read src-file
                       at end move 'Y' to ws-src-eof
                       not at end
                           add 1 to ws-line-num
                           perform scan-decl-line
                   end-read
               end-perform
               close src-file
               if ws-in-decl = 'Y'
                   perform close-decl
               end-if
           end-if.

       scan-decl-line.
           move src-record to ws-work-line
           perform normalize-work-line
           if ws-in-procedure = 'Y'
               continue
           else
           if comment-line or ws-norm-line = spaces
               if ws-in-decl = 'Y' and ws-capture = 'Y'
                   perform capture-raw-line
               end-if
           else
               move spaces to ws-word-1 ws-word-2
               unstring ws-norm-line delimited by all spaces
                   into ws-word-1 ws-word-2
               end-unstring
               perform judge-decl-line
           end-if
           end-if.

      *
      * The same boundaries LAYOUT-CHK draws: a 01 opens a group,
      * the next 01/77/66/FD/SD or section/division header closes
      * it, and any other code line - a continuation included -
      * belongs to the group it sits in.
      *
       judge-decl-line.
           if ws-word-1 = 'PROCEDURE' and ws-word-2 = 'DIVISION.'
               if ws-in-decl = 'Y'
                   perform close-decl
               end-if
               move 'Y' to ws-in-procedure
           else
           if ws-word-1 = 'COPY'
               if ws-in-decl = 'Y'
                   perform close-decl
               end-if
               perform strip-word-2-period
               if ws-word-2 = ws-book-name
                   move 'Y' to ws-has-copy
               end-if
           else
           if ws-word-1(1:2) is numeric
               move ws-word-1(1:2) to ws-level-num
               evaluate true
                   when ws-level-num = 01
                       if ws-in-decl = 'Y'
                           perform close-decl
                       end-if
                       perform strip-word-2-period
                       if ws-word-2 = ws-layout-name
                           perform open-decl
                       end-if
                   when ws-level-num = 77 or ws-level-num = 66
                       if ws-in-decl = 'Y'
                           perform close-decl
                       end-if
                   when ws-in-decl = 'Y'
                       perform take-decl-line
               end-evaluate
           else
               if ws-word-1 = 'FD' or ws-word-1 = 'SD'
                       or ws-word-2 = 'SECTION.'
                       or ws-word-2 = 'DIVISION.'
                   if ws-in-decl = 'Y'
                       perform close-decl
                   end-if
               else
                   if ws-in-decl = 'Y'
                       perform take-decl-line
                   end-if
               end-if
           end-if
           end-if
           end-if.

       open-decl.
           add 1 to ws-decl-count
           move 'Y' to ws-in-decl
           if ws-decl-count = 1
               move ws-line-num to ws-decl-start
           end-if
           perform take-decl-line.

      *
      * Capturing, the line joins the agreement; otherwise it is
      * held against the agreed line in the same position.
      *
       take-decl-line.
           if ws-decl-count = 1
               move ws-line-num to ws-decl-end
           end-if
           add 1 to ws-cmp-count
           if ws-capture = 'Y'
               perform capture-raw-line
               move ws-raw-count to ws-raw-last-code
               if ws-ref-count < 200
                   add 1 to ws-ref-count
                   move ws-norm-line to ws-ref-line(ws-ref-count)
               end-if
           else
               if ws-drift-line = zero
                   if ws-cmp-count > ws-ref-count
                       move ws-line-num to ws-drift-line
                   else
                       if ws-norm-line not = ws-ref-line(ws-cmp-count)
                           move ws-line-num to ws-drift-line
                       end-if
                   end-if
               end-if
           end-if.

      *
      * Comments trailing the last field belong to whatever comes
      * next, not to the declaration. A declaration that stopped
      * short of the agreed one has drifted at its last line.
      *
       close-decl.
           move 'N' to ws-in-decl
           if ws-capture = 'Y'
               move ws-raw-last-code to ws-raw-count
           else
               if ws-drift-line = zero
                       and ws-cmp-count not = ws-ref-count
                   move ws-decl-end to ws-drift-line
               end-if
           end-if
           move zeros to ws-cmp-count.

       capture-raw-line.
           if ws-decl-count = 1 and ws-raw-count < 200
               add 1 to ws-raw-count
               move src-record to ws-raw-line(ws-raw-count)
           end-if.

      *
      * Sequence area off, comment lines flagged, case folded and
      * runs of spaces squeezed to one - two declarations agree
      * when their code agrees, however it was typed.
      *
       normalize-work-line.
           move ws-work-line(1:6) to ws-seq-check
           if ws-seq-check is numeric
               move spaces to ws-work-line(1:6)
           end-if
           move function trim(ws-work-line) to ws-trim-line
           if ws-work-line(1:1) = '*' or ws-work-line(1:1) = '/'
                   or ws-work-line(7:1) = '*'
                   or ws-work-line(7:1) = '/'
                   or ws-trim-line(1:2) = '*>'
               move 'Y' to ws-line-is-comment
           else
               move 'N' to ws-line-is-comment
           end-if
           move spaces to ws-norm-line
           move zeros to ws-norm-idx
           move space to ws-last-chr
           perform varying ws-chr-idx from 1 by 1
                   until ws-chr-idx > 150
               if ws-trim-line(ws-chr-idx:1) not = space
                       or ws-last-chr not = space
                   add 1 to ws-norm-idx
                   move function upper-case(
                           ws-trim-line(ws-chr-idx:1))
                       to ws-norm-line(ws-norm-idx:1)
               end-if
               move ws-trim-line(ws-chr-idx:1) to ws-last-chr
           end-perform.

       strip-word-2-period.
           move function length(function trim(ws-word-2))
               to ws-chr-idx
           if ws-chr-idx > 1
                   and ws-word-2(ws-chr-idx:1) = '.'
               move spaces to ws-word-2(ws-chr-idx:1)
           end-if.

      *
      * Pass two: the member copied through with the declaration
      * swapped for the COPY, then copied back over itself and
      * checked in.
      *
       replace-declaration.
           move spaces to ws-work-filename
           string function trim(ws-src-filename) '.LXT'
               delimited by size into ws-work-filename
           move ws-work-filename to ws-out-filename
           open output out-file
           if ws-out-status not = '00'
               move 'REFUSED' to ws-outcome
               move 'WORK FILE CANNOT BE WRITTEN' to ws-detail
               add 1 to ws-refused-count
           else
               move zeros to ws-line-num
               move 'N' to ws-src-eof
               open input src-file
               if ws-src-status not = '00'
                   close out-file
                   call 'CBL_DELETE_FILE' using ws-work-filename
                       returning ws-call-status
                   end-call
                   move 'REFUSED' to ws-outcome
                   move 'MEMBER CANNOT BE REREAD' to ws-detail
                   add 1 to ws-refused-count
               else
                   perform until src-eof
                       read src-file
                           at end move 'Y' to ws-src-eof
                           not at end
                               add 1 to ws-line-num
                               perform copy-through-line
                       end-read
                   end-perform
                   close src-file out-file
                   perform copy-work-back
                   if ws-copy-back-ok = 'Y'
                       perform checkin-changed-member
                   end-if
               end-if
           end-if.

       copy-through-line.
           evaluate true
               when ws-line-num = ws-decl-start
                   move spaces to ws-copy-line
                   if src-record(1:6) is numeric
                       move src-record(1:6) to ws-copy-line(1:6)
                   end-if
                   string 'COPY ' function trim(ws-book-name) '.'
                       delimited by size into ws-copy-line(8:)
                   move ws-copy-line to out-record
                   write out-record
               when ws-line-num > ws-decl-start
                       and ws-line-num <= ws-decl-end
                   continue
               when other
                   move src-record to out-record
                   write out-record
           end-evaluate.

      *
      * The work file is only deleted once it has been copied back
      * whole - if the member cannot be rewritten the .LXT stays
      * beside it with the change in it.
      *
       copy-work-back.
           move 'N' to ws-copy-back-ok
           move ws-src-filename to ws-out-filename
           move ws-work-filename to ws-src-filename
           move 'N' to ws-src-eof
           open input src-file
           if ws-src-status not = '00'
               move 'FAILED' to ws-outcome
               move 'WORK FILE CANNOT BE REREAD - MEMBER UNCHANGED'
                   to ws-detail
               add 1 to ws-failed-count
           else
               open output out-file
               if ws-out-status not = '00'
                   close src-file
                   move 'FAILED' to ws-outcome
                   move 'MEMBER CANNOT BE REWRITTEN - .LXT KEPT'
                       to ws-detail
                   add 1 to ws-failed-count
               else
                   perform until src-eof
                       read src-file
                           at end move 'Y' to ws-src-eof
                           not at end
                               move src-record to out-record
                               write out-record
                       end-read
                   end-perform
                   close src-file out-file
                   call 'CBL_DELETE_FILE' using ws-work-filename
                       returning ws-call-status
                   end-call
                   move 'Y' to ws-copy-back-ok
               end-if
           end-if
           move ws-out-filename to ws-src-filename.

       checkin-changed-member.
           compute ws-line-num = ws-decl-end - ws-decl-start + 1
           move spaces to ws-cmd-line
           string './SrcLib CHECKIN ' function trim(ws-src-filename)
               ' "' function trim(ws-layout-name)
               ' NOW COPY ' function trim(ws-book-name) '"'
               delimited by size into ws-cmd-line
           call 'SYSTEM' using ws-cmd-line
      *    the RUN-CTL unpacking of the wait status
           compute ws-step-rc = return-code / 256
           move zero to return-code
           if ws-step-rc = zero
               add 1 to ws-replaced-count
               move 'REPLACED' to ws-outcome
               string 'LINES ' ws-decl-start ' FOR ' ws-line-num
                   ' - CHECKED IN'
                   delimited by size into ws-detail
           else
      *        the member on disk is changed but SRC-LIB does not
      *        know it - the checkin has to be redone by hand
               add 1 to ws-failed-count
               move 'FAILED' to ws-outcome
               move ws-step-rc to ws-step-rc-out
               string 'LINES ' ws-decl-start ' FOR ' ws-line-num
                   ' - SRC-LIB CHECKIN FAILED RC ' ws-step-rc-out
                   delimited by size into ws-detail
           end-if.
