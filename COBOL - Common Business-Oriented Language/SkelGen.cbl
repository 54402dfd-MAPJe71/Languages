      *
      * New-member scaffolding generator - a new batch utility
      * should start from the shop framework, not from whichever
      * program its author last had open. Given a program name, a
      * type, and its datasets, writes a fixed-format skeleton
      * member with the framework copybooks wired in: the RUNLOGPA
      * start and end entries, the BUSDTPA business date, an
      * ENQPA claim on every output, STATHPA read and written
      * counts, and MSGCATPA messages for every failure - under
      * catalog ids it reserves in MSGCAT.TXT as it goes. Every
      * dataset name is a dynamic one with an environment
      * override, and every OPEN and WRITE is status-checked. The
      * skeleton compiles, runs, and passes SECT-CHECK and
      * STD-CHECK as generated; the record logic is the author's.
      *
      * Types:
      *   REPORT  the first output is REPORT-FILE, written through
      *           the standard header and footer (RPTFWS/RPTFPA);
      *           defaulted to <short-name>.TXT when none is named
      *   MAINT   the operator must hold the program's function in
      *           OPERMAST.CTL (OPAUTHPA) before anything is opened
      *   UPDATE  reads the inputs and writes the outputs
      *
      * The member is written as the program name in the shop's
      * mixed case (TRAN-FEE-RPT becomes TranFeeRpt.cbl) and is
      * never overwritten. The message prefix is the first three
      * letters of the name unless MSG:<pfx> names another; a
      * prefix already in the catalog is refused.
      *
      * Arguments: 1 the program name, 2 REPORT, MAINT or UPDATE,
      * then up to eight of IN:<dataset> or OUT:<dataset>, and
      * optionally MSG:<pfx>. At least one IN is required.
      *
       identification division.
       program-id. SKEL-GEN.

       environment division.
       input-output section.
       file-control.
           select member-file
           assign to dynamic ws-member-name
           organization is line sequential
           file status is ws-member-status.
           COPY MSGCATSL.

       data division.
       file section.
       fd  member-file.
       01  member-record            pic x(80).
       COPY MSGCATFD.

       working-storage section.
       01 ws-member-name            pic x(80) value spaces.
       01 ws-member-status          pic x(2) value spaces.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 ws-arg-num                pic 9(2) value zeros.

       01 ws-pgm-name               pic x(30) value spaces.
       01 ws-pgm-len                pic 9(2) value zeros.
       01 ws-short-name             pic x(8) value spaces.
       01 ws-env-stem               pic x(30) value spaces.
       01 ws-pgm-type               pic x(8) value spaces.
           88 type-report           value 'REPORT'.
           88 type-maint            value 'MAINT'.
           88 type-update           value 'UPDATE'.
       01 ws-msg-pfx                pic x(3) value spaces.
       01 ws-chr                    pic x value space.
       01 ws-chr-idx                pic 9(2) value zeros.
       01 ws-out-idx                pic 9(2) value zeros.
       01 ws-new-word               pic x value 'Y'.
       01 ws-bad-name               pic x value 'N'.

      *
      * The datasets as named, and the names the skeleton gives
      * each one's file, record, and working-storage stem.
      *
       01 ws-ds-table.
           03 ws-ds-entry occurs 8 times.
               05 ws-ds-dir         pic x.
               05 ws-ds-name        pic x(40).
               05 ws-ds-seq         pic 9.
               05 ws-ds-file        pic x(12).
               05 ws-ds-rec         pic x(14).
               05 ws-ds-stem        pic x(10).
               05 ws-ds-env         pic x(40).
       01 ws-ds-count               pic 9(2) value zeros.
       01 ws-ds-sub                 pic 9(2) value zeros.
       01 ws-in-count               pic 9 value zero.
       01 ws-out-count              pic 9 value zero.
       01 ws-first-out              pic 9(2) value zeros.

      *
      * Line assembly - ws-gt is placed at the column its put-
      * paragraph names.
      *
       01 ws-gl                     pic x(80) value spaces.
       01 ws-gt                     pic x(72) value spaces.
       01 ws-held                   pic x(80) value spaces.
       01 ws-held-flag              pic x value 'N'.
       01 ws-held-len               pic 9(2) value zeros.
       01 ws-line-count             pic 9(4) value zeros.

       COPY MSGCATWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:30)) to ws-pgm-name
           display 2 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:8)) to ws-pgm-type
           if ws-pgm-name = spaces
                   or not (type-report or type-maint or type-update)
               display 'SKEL-GEN: USAGE: SKEL-GEN <PROGRAM> '
                       'REPORT|MAINT|UPDATE IN:<DSN> [OUT:<DSN>] '
                       '[MSG:<PFX>]'
               move 16 to return-code
               stop run
           end-if
           perform check-program-name
           perform varying ws-arg-num from 3 by 1
                   until ws-arg-num > 12
               perform take-dataset-arg
           end-perform
           if ws-in-count = zero
               display 'SKEL-GEN: AT LEAST ONE IN:<DATASET> IS '
                       'REQUIRED'
               move 16 to return-code
               stop run
           end-if
           if type-report and ws-out-count = zero
               move spaces to ws-cmd-arg
               string 'OUT:' function trim(ws-short-name) '.TXT'
                   delimited by size into ws-cmd-arg
               perform take-one-dataset
           end-if
           perform name-dataset-items
           perform reserve-message-prefix

           open input member-file
           if ws-member-status = '00'
               close member-file
               display 'SKEL-GEN: ' function trim(ws-member-name)
                       ' ALREADY EXISTS - NOT OVERWRITTEN'
               move 16 to return-code
               stop run
           end-if
           open output member-file
           if ws-member-status not = '00'
               display 'SKEL-GEN: CANNOT WRITE '
                       function trim(ws-member-name)
               move 16 to return-code
               stop run
           end-if
           perform emit-header-block
           perform emit-environment-division
           perform emit-data-division
           perform emit-procedure-division
           perform flush-held-line
           close member-file
           perform append-catalog-messages

           display 'SKEL-GEN SUMMARY: ' function trim(ws-pgm-name)
           display '  MEMBER...........: '
                   function trim(ws-member-name)
           display '  TYPE.............: ' ws-pgm-type
           display '  DATASETS.........: ' ws-ds-count
           display '  LINES............: ' ws-line-count
           display '  MESSAGES.........: ' ws-msg-pfx '-0001 TO '
                   ws-msg-pfx '-0004'
           move zero to return-code
           stop run.

      *
      * Letters, digits, and hyphens, a letter first - and from
      * it the member name, the eight-character short name the
      * run log and enqueue carry, and the environment stem.
      *
       check-program-name.
           move function length(function trim(ws-pgm-name))
               to ws-pgm-len
           move 'N' to ws-bad-name
           if ws-pgm-name(1:1) is not alphabetic
                   or ws-pgm-name(ws-pgm-len:1) = '-'
               move 'Y' to ws-bad-name
           end-if
           move spaces to ws-member-name ws-short-name
           move ws-pgm-name to ws-env-stem
           inspect ws-env-stem replacing all '-' by '_'
           move 'Y' to ws-new-word
           move zeros to ws-out-idx
           perform varying ws-chr-idx from 1 by 1
                   until ws-chr-idx > ws-pgm-len
               move ws-pgm-name(ws-chr-idx:1) to ws-chr
               perform take-name-character
           end-perform
           if ws-bad-name = 'Y'
               display 'SKEL-GEN: ' function trim(ws-pgm-name)
                       ' IS NOT A PROGRAM NAME'
               move 16 to return-code
               stop run
           end-if
           string function trim(ws-member-name) '.cbl'
               delimited by size into ws-member-name.

       take-name-character.
           evaluate true
               when ws-chr = '-'
                   move 'Y' to ws-new-word
               when ws-chr is alphabetic or ws-chr is numeric
                   add 1 to ws-out-idx
                   if ws-new-word = 'Y'
                       move ws-chr to ws-member-name(ws-out-idx:1)
                   else
                       move function lower-case(ws-chr)
                           to ws-member-name(ws-out-idx:1)
                   end-if
                   move 'N' to ws-new-word
                   if ws-out-idx <= 8
                       move ws-chr to ws-short-name(ws-out-idx:1)
                   end-if
               when other
                   move 'Y' to ws-bad-name
           end-evaluate.

       take-dataset-arg.
           display ws-arg-num upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               perform take-one-dataset
           end-if.

       take-one-dataset.
           evaluate true
               when function upper-case(ws-cmd-arg(1:4)) = 'MSG:'
                   move function upper-case(ws-cmd-arg(5:3))
                       to ws-msg-pfx
               when function upper-case(ws-cmd-arg(1:3)) = 'IN:'
                       and ws-cmd-arg(4:) not = spaces
                       and ws-ds-count < 8
                   add 1 to ws-ds-count ws-in-count
                   move 'I' to ws-ds-dir(ws-ds-count)
                   move ws-cmd-arg(4:40) to ws-ds-name(ws-ds-count)
                   move ws-in-count to ws-ds-seq(ws-ds-count)
               when function upper-case(ws-cmd-arg(1:4)) = 'OUT:'
                       and ws-cmd-arg(5:) not = spaces
                       and ws-ds-count < 8
                   add 1 to ws-ds-count ws-out-count
                   move 'O' to ws-ds-dir(ws-ds-count)
                   move ws-cmd-arg(5:40) to ws-ds-name(ws-ds-count)
                   move ws-out-count to ws-ds-seq(ws-ds-count)
                   if ws-out-count = 1
                       move ws-ds-count to ws-first-out
                   end-if
               when other
                   display 'SKEL-GEN: ' function trim(ws-cmd-arg)
                           ' IS NOT IN:<DSN>, OUT:<DSN> OR MSG:<PFX>'
                           ' - OR MORE THAN EIGHT DATASETS'
                   move 16 to return-code
                   stop run
           end-evaluate.

      *
      * in-file-n / out-file-n, except that a report's first
      * output is the REPORT-FILE the RPTFPA routines write.
      *
       name-dataset-items.
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               perform name-one-dataset
           end-perform.

       name-one-dataset.
           move spaces to ws-ds-file(ws-ds-sub) ws-ds-rec(ws-ds-sub)
                          ws-ds-stem(ws-ds-sub) ws-ds-env(ws-ds-sub)
           if ws-ds-dir(ws-ds-sub) = 'I'
               string 'in-file-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-file(ws-ds-sub)
               string 'in-record-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-rec(ws-ds-sub)
               string 'ws-in-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-stem(ws-ds-sub)
               string function trim(ws-env-stem) '_IN'
                   ws-ds-seq(ws-ds-sub) '_FILE'
                   delimited by size into ws-ds-env(ws-ds-sub)
           else
               string 'out-file-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-file(ws-ds-sub)
               string 'out-record-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-rec(ws-ds-sub)
               string 'ws-out-' ws-ds-seq(ws-ds-sub)
                   delimited by size into ws-ds-stem(ws-ds-sub)
               string function trim(ws-env-stem) '_OUT'
                   ws-ds-seq(ws-ds-sub) '_FILE'
                   delimited by size into ws-ds-env(ws-ds-sub)
               if type-report and ws-ds-sub = ws-first-out
                   move 'report-file' to ws-ds-file(ws-ds-sub)
                   move 'report-line' to ws-ds-rec(ws-ds-sub)
                   move 'ws-report' to ws-ds-stem(ws-ds-sub)
               end-if
           end-if.

      *
      * The catalog loads through the MSGCATPA routine itself, so
      * the prefix is judged against exactly what the skeleton's
      * messages will be looked up in.
      *
       reserve-message-prefix.
           if ws-msg-pfx = spaces
               move zeros to ws-out-idx
               perform varying ws-chr-idx from 1 by 1
                       until ws-chr-idx > ws-pgm-len
                       or ws-out-idx = 3
                   if ws-pgm-name(ws-chr-idx:1) is alphabetic
                           and ws-pgm-name(ws-chr-idx:1) not = space
                       add 1 to ws-out-idx
                       move ws-pgm-name(ws-chr-idx:1)
                           to ws-msg-pfx(ws-out-idx:1)
                   end-if
               end-perform
               inspect ws-msg-pfx replacing all space by 'X'
           end-if
           perform load-message-catalog
           perform varying ws-msg-sub from 1 by 1
                   until ws-msg-sub > ws-msg-count
               if ws-msg-tab-id(ws-msg-sub)(1:3) = ws-msg-pfx
                   display 'SKEL-GEN: MESSAGE PREFIX ' ws-msg-pfx
                           ' IS ALREADY IN '
                           function trim(ws-msg-cat-name)
                           ' - NAME ANOTHER WITH MSG:<PFX>'
                   move 16 to return-code
                   stop run
               end-if
           end-perform.

       append-catalog-messages.
           open extend msg-cat-file
           if ws-msg-cat-status not = '00'
               open output msg-cat-file
           end-if
           move spaces to msg-cat-record
           string ws-msg-pfx '-0001' delimited by size into mc-id
           move 'S' to mc-severity
           move 'CANNOT OPEN &1 - FILE STATUS &2' to mc-text
           write msg-cat-record
           move spaces to msg-cat-record
           string ws-msg-pfx '-0002' delimited by size into mc-id
           move 'S' to mc-severity
           move 'DATASET &1 STILL HELD - RUN ABANDONED' to mc-text
           write msg-cat-record
           move spaces to msg-cat-record
           string ws-msg-pfx '-0003' delimited by size into mc-id
           move 'S' to mc-severity
           move 'WRITE TO &1 FAILED - FILE STATUS &2' to mc-text
           write msg-cat-record
           move spaces to msg-cat-record
           string ws-msg-pfx '-0004' delimited by size into mc-id
           move 'W' to mc-severity
           move 'NO RECORDS READ FROM &1' to mc-text
           write msg-cat-record
           close msg-cat-file.

      *
      * Line writers - comment text from column 9, area A from
      * column 8, and the B-area indents the shop uses. Each line
      * is held back one so that the statement that ends a
      * paragraph can still be given its full stop.
      *
       put-line.
           if ws-held-flag = 'Y'
               perform flush-held-line
           end-if
           move ws-gl to ws-held
           move 'Y' to ws-held-flag
           move spaces to ws-gl ws-gt.

       flush-held-line.
           move ws-held to member-record
           write member-record
           add 1 to ws-line-count
           move 'N' to ws-held-flag.

       end-paragraph-stop.
           move function length(function trim(ws-held trailing))
               to ws-held-len
           add 1 to ws-held-len
           move '.' to ws-held(ws-held-len:1).

       put-blank.
           move spaces to ws-gl
           perform put-line.

       put-cmt.
           move spaces to ws-gl
           move '*' to ws-gl(7:1)
           move ws-gt(1:64) to ws-gl(9:64)
           perform put-line.

       put-a.
           move spaces to ws-gl
           move ws-gt(1:65) to ws-gl(8:65)
           perform put-line.

       put-b.
           move spaces to ws-gl
           move ws-gt(1:61) to ws-gl(12:61)
           perform put-line.

       put-c.
           move spaces to ws-gl
           move ws-gt(1:57) to ws-gl(16:57)
           perform put-line.

       put-d.
           move spaces to ws-gl
           move ws-gt(1:53) to ws-gl(20:53)
           perform put-line.

       put-e.
           move spaces to ws-gl
           move ws-gt(1:49) to ws-gl(24:49)
           perform put-line.

       emit-header-block.
           perform put-cmt
           string function trim(ws-pgm-name) ' - '
               delimited by size into ws-gt
           evaluate true
               when type-report
                   string function trim(ws-gt) ' report.'
                       delimited by size into ws-gt
               when type-maint
                   string function trim(ws-gt) ' maintenance.'
                       delimited by size into ws-gt
               when other
                   string function trim(ws-gt) ' file update.'
                       delimited by size into ws-gt
           end-evaluate
           perform put-cmt
           perform put-cmt
           evaluate true
               when type-report
                   string 'Reads its input and writes the report '
                       'under the standard'
                       delimited by size into ws-gt
                   perform put-cmt
                   string 'header and footer (RPTFPA). The record '
                       'logic goes in'
                       delimited by size into ws-gt
                   perform put-cmt
                   move 'process-one-record.' to ws-gt
                   perform put-cmt
               when type-maint
                   string 'The operator must hold the '
                       function trim(ws-short-name)
                       ' function in OPERMAST.CTL'
                       delimited by size into ws-gt
                   perform put-cmt
                   string 'before anything is opened (OPAUTHPA). The '
                       'record logic goes in'
                       delimited by size into ws-gt
                   perform put-cmt
                   move 'process-one-record.' to ws-gt
                   perform put-cmt
               when other
                   string 'Reads its input datasets and writes its '
                       'outputs. The record'
                       delimited by size into ws-gt
                   perform put-cmt
                   move 'logic goes in process-one-record.' to ws-gt
                   perform put-cmt
           end-evaluate
           perform put-cmt
           string 'Datasets, each overridden by the environment '
               'variable named:'
               delimited by size into ws-gt
           perform put-cmt
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               if ws-ds-dir(ws-ds-sub) = 'I'
                   string '  IN  ' delimited by size into ws-gt
               else
                   string '  OUT ' delimited by size into ws-gt
               end-if
               move ws-ds-name(ws-ds-sub)(1:24) to ws-gt(7:24)
               move ws-ds-env(ws-ds-sub)(1:33) to ws-gt(32:33)
               perform put-cmt
           end-perform
           perform put-cmt
           string 'Messages: ' ws-msg-pfx '-0001 to ' ws-msg-pfx
               '-0004 in MSGCAT.TXT.'
               delimited by size into ws-gt
           perform put-cmt
           if type-maint
               move 'Link with AUDCHAIN (the security audit chain).'
                   to ws-gt
               perform put-cmt
           end-if
           perform put-cmt
           move 'Arguments: none.' to ws-gt
           perform put-cmt
           perform put-cmt
           move 'identification division.' to ws-gt
           perform put-a
           string 'program-id. ' function trim(ws-pgm-name) '.'
               delimited by size into ws-gt
           perform put-a
           perform put-blank.

       emit-environment-division.
           move 'environment division.' to ws-gt
           perform put-a
           move 'input-output section.' to ws-gt
           perform put-a
           move 'file-control.' to ws-gt
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               perform emit-one-select
           end-perform
           move 'COPY RUNLOGSL.' to ws-gt
           perform put-b
           move 'COPY BUSDTSL.' to ws-gt
           perform put-b
           move 'COPY ENQSL.' to ws-gt
           perform put-b
           move 'COPY STATHSL.' to ws-gt
           perform put-b
           move 'COPY MSGCATSL.' to ws-gt
           perform put-b
           if type-maint
               move 'COPY OPAUTHSL.' to ws-gt
               perform put-b
           end-if
           perform put-blank.

       emit-one-select.
           string 'select ' function trim(ws-ds-file(ws-ds-sub))
               delimited by size into ws-gt
           perform put-b
           string 'assign to dynamic '
               function trim(ws-ds-stem(ws-ds-sub)) '-name'
               delimited by size into ws-gt
           perform put-b
           move 'organization is line sequential' to ws-gt
           perform put-b
           string 'file status is '
               function trim(ws-ds-stem(ws-ds-sub)) '-status.'
               delimited by size into ws-gt
           perform put-b.

       emit-data-division.
           move 'data division.' to ws-gt
           perform put-a
           move 'file section.' to ws-gt
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               string 'fd  ' function trim(ws-ds-file(ws-ds-sub)) '.'
                   delimited by size into ws-gt
               perform put-a
               move '01  ' to ws-gt
               move ws-ds-rec(ws-ds-sub) to ws-gt(5:14)
               if ws-ds-file(ws-ds-sub) = 'report-file'
                   move 'pic x(132).' to ws-gt(30:)
               else
                   move 'pic x(200).' to ws-gt(30:)
               end-if
               perform put-a
           end-perform
           move 'COPY RUNLOGFD.' to ws-gt
           perform put-a
           move 'COPY BUSDTFD.' to ws-gt
           perform put-a
           move 'COPY ENQFD.' to ws-gt
           perform put-a
           move 'COPY STATHFD.' to ws-gt
           perform put-a
           move 'COPY MSGCATFD.' to ws-gt
           perform put-a
           if type-maint
               move 'COPY OPAUTHFD.' to ws-gt
               perform put-a
           end-if
           perform put-blank
           move 'working-storage section.' to ws-gt
           perform put-a
           move '01 ws-program' to ws-gt
           string 'pic x(8) value ''' function trim(ws-short-name)
               '''.' delimited by size into ws-gt(30:)
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               perform emit-one-dataset-ws
           end-perform
           move '01 ws-in-eof' to ws-gt
           move 'pic x value ''N''.' to ws-gt(30:)
           perform put-a
           move '88 in-eof' to ws-gt
           move 'value ''Y''.' to ws-gt(26:)
           perform put-b
           move '01 ws-read-count' to ws-gt
           move 'pic 9(8) value zeros.' to ws-gt(30:)
           perform put-a
           move '01 ws-write-count' to ws-gt
           move 'pic 9(8) value zeros.' to ws-gt(30:)
           perform put-a
           move '01 ws-failed-name' to ws-gt
           move 'pic x(80) value spaces.' to ws-gt(30:)
           perform put-a
           move '01 ws-failed-status' to ws-gt
           move 'pic x(2) value spaces.' to ws-gt(30:)
           perform put-a
           if type-maint
               move '01 ws-operator' to ws-gt
               move 'pic x(12) value spaces.' to ws-gt(30:)
               perform put-a
           end-if
           perform put-blank
           move 'COPY RUNLOGWS.' to ws-gt
           perform put-a
           move 'COPY BUSDTWS.' to ws-gt
           perform put-a
           move 'COPY ENQWS.' to ws-gt
           perform put-a
           move 'COPY STATHWS.' to ws-gt
           perform put-a
           move 'COPY MSGCATWS.' to ws-gt
           perform put-a
           if type-maint
               move 'COPY OPAUTHWS.' to ws-gt
               perform put-a
           end-if
           if type-report
               move 'COPY RPTFWS.' to ws-gt
               perform put-a
           end-if
           perform put-blank.

       emit-one-dataset-ws.
           string '01 ' function trim(ws-ds-stem(ws-ds-sub)) '-name'
               delimited by size into ws-gt
           move 'pic x(80)' to ws-gt(30:)
           perform put-a
           string 'value ''' function trim(ws-ds-name(ws-ds-sub))
               '''.' delimited by size into ws-gt
           perform put-b
           string '01 ' function trim(ws-ds-stem(ws-ds-sub)) '-status'
               delimited by size into ws-gt
           move 'pic x(2) value spaces.' to ws-gt(30:)
           perform put-a.

       emit-procedure-division.
           move 'procedure division.' to ws-gt
           perform put-a
           move 'main-para.' to ws-gt
           perform put-a
           move 'perform start-run' to ws-gt
           perform put-b
           move 'perform take-dataset-names' to ws-gt
           perform put-b
           if type-maint
               move 'perform check-authority' to ws-gt
               perform put-b
           end-if
           move 'perform claim-datasets' to ws-gt
           perform put-b
           move 'perform open-datasets' to ws-gt
           perform put-b
           if type-report
               move 'perform start-standard-report' to ws-gt
               perform put-b
           end-if
           move 'perform until in-eof' to ws-gt
           perform put-b
           move 'read in-file-1' to ws-gt
           perform put-c
           move 'at end move ''Y'' to ws-in-eof' to ws-gt
           perform put-d
           move 'not at end' to ws-gt
           perform put-d
           move 'add 1 to ws-read-count' to ws-gt
           perform put-e
           move 'perform process-one-record' to ws-gt
           perform put-e
           move 'end-read' to ws-gt
           perform put-c
           move 'end-perform' to ws-gt
           perform put-b
           if type-report
               move 'move ws-write-count to ws-rpt-ctl-count' to ws-gt
               perform put-b
               move 'perform end-standard-report' to ws-gt
               perform put-b
           end-if
           move 'perform close-datasets' to ws-gt
           perform put-b
           move 'if ws-read-count = zero' to ws-gt
           perform put-b
           string 'move ''' ws-msg-pfx '-0004'' to ws-msg-id'
               delimited by size into ws-gt
           perform put-c
           move 'move ws-in-1-name to ws-msg-sub-1' to ws-gt
           perform put-c
           move 'perform issue-catalog-message' to ws-gt
           perform put-c
           move 'move 4 to rl-return-code' to ws-gt
           perform put-c
           move 'end-if' to ws-gt
           perform put-b
           move 'perform finish-run.' to ws-gt
           perform put-b
           perform put-blank

           perform emit-start-run
           perform emit-dataset-names
           if type-maint
               perform emit-check-authority
           end-if
           perform emit-claim-datasets
           perform emit-open-datasets
           perform emit-process-record
           perform emit-close-datasets
           perform emit-finish-run

           move 'COPY RUNLOGPA.' to ws-gt
           perform put-a
           move 'COPY BUSDTPA.' to ws-gt
           perform put-a
           move 'COPY ENQPA.' to ws-gt
           perform put-a
           move 'COPY STATHPA.' to ws-gt
           perform put-a
           move 'COPY MSGCATPA.' to ws-gt
           perform put-a
           if type-maint
               move 'COPY OPAUTHPA.' to ws-gt
               perform put-a
           end-if
           if type-report
               move 'COPY RPTFPA.' to ws-gt
               perform put-a
           end-if.

       emit-start-run.
           move 'start-run.' to ws-gt
           perform put-a
           move 'move ws-program to rl-program-id ws-enq-program'
               to ws-gt
           perform put-b
           move 'ws-stat-program' to ws-gt
           perform put-e
           move 'perform get-business-date' to ws-gt
           perform put-b
           move 'accept rl-start-date from date yyyymmdd' to ws-gt
           perform put-b
           move 'accept rl-start-time from time' to ws-gt
           perform put-b
           move 'move ws-bus-date to rl-business-date' to ws-gt
           perform put-b
           move 'move zeros to rl-return-code' to ws-gt
           perform put-b
           if type-report
               string 'move ''' function trim(ws-short-name)
                   ''' to ws-rpt-id' delimited by size into ws-gt
               perform put-b
               move 'move ws-program to ws-rpt-program' to ws-gt
               perform put-b
               move 'move ws-bus-date to ws-rpt-bus-date' to ws-gt
               perform put-b
           end-if
           move 'perform write-run-start-entry.' to ws-gt
           perform put-b
           perform put-blank.

       emit-dataset-names.
           perform put-cmt
           move 'accept from environment blanks the field when the'
               to ws-gt
           perform put-cmt
           move 'variable is unset, so the default is restored here'
               to ws-gt
           perform put-cmt
           perform put-cmt
           move 'take-dataset-names.' to ws-gt
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               string 'accept ' function trim(ws-ds-stem(ws-ds-sub))
                   '-name from environment'
                   delimited by size into ws-gt
               perform put-b
               string '''' function trim(ws-ds-env(ws-ds-sub)) ''''
                   delimited by size into ws-gt
               perform put-c
               move 'on exception continue' to ws-gt
               perform put-c
               move 'end-accept' to ws-gt
               perform put-b
               string 'if ' function trim(ws-ds-stem(ws-ds-sub))
                   '-name = spaces'
                   delimited by size into ws-gt
               perform put-b
               string 'move ''' function trim(ws-ds-name(ws-ds-sub))
                   '''' delimited by size into ws-gt
               perform put-c
               string 'to ' function trim(ws-ds-stem(ws-ds-sub))
                   '-name'
                   delimited by size into ws-gt
               perform put-d
               move 'end-if' to ws-gt
               perform put-b
           end-perform
           perform end-paragraph-stop
           perform put-blank.

       emit-check-authority.
           move 'check-authority.' to ws-gt
           perform put-a
           move 'accept ws-operator from environment ''LOGNAME''' to
               ws-gt
           perform put-b
           move 'on exception continue' to ws-gt
           perform put-c
           move 'end-accept' to ws-gt
           perform put-b
           move 'if ws-operator = spaces' to ws-gt
           perform put-b
           move 'move ''OPERATOR'' to ws-operator' to ws-gt
           perform put-c
           move 'end-if' to ws-gt
           perform put-b
           move 'move ws-operator to ws-auth-user' to ws-gt
           perform put-b
           move 'move ws-program to ws-auth-function ws-auth-program'
               to ws-gt
           perform put-b
           move 'perform check-operator-auth' to ws-gt
           perform put-b
           move 'if ws-auth-granted not = ''Y''' to ws-gt
           perform put-b
           string 'display ''' function trim(ws-pgm-name)
               ': OPERATOR '''
               delimited by size into ws-gt
           perform put-c
           move 'function trim(ws-operator)' to ws-gt
           perform put-e
           move ''' NOT AUTHORIZED''' to ws-gt
           perform put-e
           move 'move 16 to rl-return-code' to ws-gt
           perform put-c
           move 'perform finish-run' to ws-gt
           perform put-c
           move 'end-if.' to ws-gt
           perform put-b
           perform put-blank.

      *
      * Outputs are claimed, inputs only read - the LINE-NO rule.
      *
       emit-claim-datasets.
           move 'claim-datasets.' to ws-gt
           perform put-a
           if ws-out-count = zero
               move 'continue.' to ws-gt
               perform put-b
           else
               perform varying ws-ds-sub from 1 by 1
                       until ws-ds-sub > ws-ds-count
                   if ws-ds-dir(ws-ds-sub) = 'O'
                       string 'move '
                           function trim(ws-ds-stem(ws-ds-sub))
                           '-name to ws-enq-dataset'
                           delimited by size into ws-gt
                       perform put-b
                       move 'perform claim-one-dataset' to ws-gt
                       perform put-b
                   end-if
               end-perform
               perform end-paragraph-stop
           end-if
           perform put-blank
           move 'claim-one-dataset.' to ws-gt
           perform put-a
           move 'perform enqueue-dataset' to ws-gt
           perform put-b
           move 'if ws-enq-failed = ''Y''' to ws-gt
           perform put-b
           string 'move ''' ws-msg-pfx '-0002'' to ws-msg-id'
               delimited by size into ws-gt
           perform put-c
           move 'move ws-enq-dataset to ws-msg-sub-1' to ws-gt
           perform put-c
           move 'perform issue-catalog-message' to ws-gt
           perform put-c
           move 'move 16 to rl-return-code' to ws-gt
           perform put-c
           move 'perform finish-run' to ws-gt
           perform put-c
           move 'end-if.' to ws-gt
           perform put-b
           perform put-blank.

       emit-open-datasets.
           move 'open-datasets.' to ws-gt
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               if ws-ds-dir(ws-ds-sub) = 'I'
                   string 'open input '
                       function trim(ws-ds-file(ws-ds-sub))
                       delimited by size into ws-gt
               else
                   string 'open output '
                       function trim(ws-ds-file(ws-ds-sub))
                       delimited by size into ws-gt
               end-if
               perform put-b
               string 'if ' function trim(ws-ds-stem(ws-ds-sub))
                   '-status not = ''00'''
                   delimited by size into ws-gt
               perform put-b
               string 'move ' function trim(ws-ds-stem(ws-ds-sub))
                   '-name to ws-failed-name'
                   delimited by size into ws-gt
               perform put-c
               string 'move ' function trim(ws-ds-stem(ws-ds-sub))
                   '-status to ws-failed-status'
                   delimited by size into ws-gt
               perform put-c
               move 'perform abandon-on-open' to ws-gt
               perform put-c
               move 'end-if' to ws-gt
               perform put-b
           end-perform
           perform end-paragraph-stop
           perform put-blank
           move 'abandon-on-open.' to ws-gt
           perform put-a
           string 'move ''' ws-msg-pfx '-0001'' to ws-msg-id'
               delimited by size into ws-gt
           perform put-b
           move 'move ws-failed-name to ws-msg-sub-1' to ws-gt
           perform put-b
           move 'move ws-failed-status to ws-msg-sub-2' to ws-gt
           perform put-b
           move 'perform issue-catalog-message' to ws-gt
           perform put-b
           move 'move 16 to rl-return-code' to ws-gt
           perform put-b
           move 'perform finish-run.' to ws-gt
           perform put-b
           perform put-blank.

       emit-process-record.
           perform put-cmt
           string 'The record logic goes here. As generated, each '
               'input record'
               delimited by size into ws-gt
           perform put-cmt
           evaluate true
               when type-report
                   move 'is spooled to the report as it stands.'
                       to ws-gt
               when ws-out-count > zero
                   move 'is carried to the first output unchanged.'
                       to ws-gt
               when other
                   move 'is only counted.' to ws-gt
           end-evaluate
           perform put-cmt
           perform put-cmt
           move 'process-one-record.' to ws-gt
           perform put-a
           evaluate true
               when type-report
                   move 'move in-record-1 to report-line' to ws-gt
                   perform put-b
                   move 'perform spool-report-line' to ws-gt
                   perform put-b
                   perform emit-write-check
               when ws-out-count > zero
                   move ws-first-out to ws-ds-sub
                   string 'move in-record-1 to '
                       function trim(ws-ds-rec(ws-ds-sub))
                       delimited by size into ws-gt
                   perform put-b
                   string 'write '
                       function trim(ws-ds-rec(ws-ds-sub))
                       delimited by size into ws-gt
                   perform put-b
                   perform emit-write-check
               when other
                   move 'continue.' to ws-gt
                   perform put-b
           end-evaluate
           perform put-blank.

       emit-write-check.
           move ws-first-out to ws-ds-sub
           string 'if ' function trim(ws-ds-stem(ws-ds-sub))
               '-status not = ''00'''
               delimited by size into ws-gt
           perform put-b
           string 'move ''' ws-msg-pfx '-0003'' to ws-msg-id'
               delimited by size into ws-gt
           perform put-c
           string 'move ' function trim(ws-ds-stem(ws-ds-sub))
               '-name to ws-msg-sub-1'
               delimited by size into ws-gt
           perform put-c
           string 'move ' function trim(ws-ds-stem(ws-ds-sub))
               '-status to ws-msg-sub-2'
               delimited by size into ws-gt
           perform put-c
           move 'perform issue-catalog-message' to ws-gt
           perform put-c
           move 'move 16 to rl-return-code' to ws-gt
           perform put-c
           move 'perform finish-run' to ws-gt
           perform put-c
           move 'end-if' to ws-gt
           perform put-b
           move 'add 1 to ws-write-count.' to ws-gt
           perform put-b.

       emit-close-datasets.
           move 'close-datasets.' to ws-gt
           perform put-a
           perform varying ws-ds-sub from 1 by 1
                   until ws-ds-sub > ws-ds-count
               string 'close ' function trim(ws-ds-file(ws-ds-sub))
                   delimited by size into ws-gt
               perform put-b
           end-perform
           perform end-paragraph-stop
           perform put-blank.

       emit-finish-run.
           perform put-cmt
           string 'Every way out of the run comes through here: the '
               'run-log end'
               delimited by size into ws-gt
           perform put-cmt
           string 'entry, the volumes to the statistics history, and '
               'the claims'
               delimited by size into ws-gt
           perform put-cmt
           move 'released.' to ws-gt
           perform put-cmt
           perform put-cmt
           move 'finish-run.' to ws-gt
           perform put-a
           move 'accept rl-end-date from date yyyymmdd' to ws-gt
           perform put-b
           move 'accept rl-end-time from time' to ws-gt
           perform put-b
           move 'perform write-run-log-entry' to ws-gt
           perform put-b
           move 'move ws-bus-date to ws-stat-date' to ws-gt
           perform put-b
           move 'move ''READ'' to ws-stat-name' to ws-gt
           perform put-b
           move 'move ws-read-count to ws-stat-value' to ws-gt
           perform put-b
           move 'perform write-stat-history' to ws-gt
           perform put-b
           move 'move ''WRITTEN'' to ws-stat-name' to ws-gt
           perform put-b
           move 'move ws-write-count to ws-stat-value' to ws-gt
           perform put-b
           move 'perform write-stat-history' to ws-gt
           perform put-b
           move 'perform dequeue-all-datasets' to ws-gt
           perform put-b
           move 'move rl-return-code to return-code' to ws-gt
           perform put-b
           move 'stop run.' to ws-gt
           perform put-b
           perform put-blank.

       COPY MSGCATPA.
