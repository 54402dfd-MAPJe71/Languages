      *
      * Builds the keyed audit history from every maintenance audit
      * file. Each tool keeps appending its own flat trail as it
      * always has (BRAUDIT.TXT, LIMAUDIT.TXT, RATAUDIT.TXT and the
      * rest, plus the SECAUDIT.TXT access checks); this loader runs
      * after the batch window and normalizes the day's lines into
      * AUDHIST.DAT, indexed on date and time, so "what did JSMITH
      * change last Tuesday" is one pass of AUDH-INQ over a date
      * range instead of reading a file and a layout per tool.
      *
      * Each line becomes operator, date, time, tool, action, the
      * object changed, and the before and after values where the
      * tool records them - OLD <x> NEW <y>, OLD x NEW y,
      * OLD-DATE x NEW-DATE y, WAS x NOW y and old -> new. Whatever
      * else the line carries is kept as detail. A SECAUDIT.TXT
      * line files under the tool that asked, with the function as
      * the object and ACCESS-GRANTED or ACCESS-REFUSED as the
      * action. PRDAUDIT.TXT is shared by PERIOD-CLOSE and
      * YEAR-CLOSE and is split on the YEARCLOSE action; RATAUDIT
      * is shared by RATES-MAINT and RATES-FEED in one layout and
      * files as RATES. The hash chain on the end of the chained
      * trails is not carried - CHAIN-VERIFY proves the trails, the
      * history only finds lines in them.
      *
      * Rerunnable: a line already in the history (same stamp,
      * tool, audit file and sequence within the second) is
      * rewritten, so reloading a trail that was loaded before is
      * harmless. An audit file that is not there is reported and
      * passed over - not every site runs every tool.
      *
      * Arguments: 1 the history file (default AUDHIST.DAT).
      *
       identification division.
       program-id. AUDH-LOAD.

       environment division.
       input-output section.
       file-control.
           select audit-file
           assign to dynamic ws-audit-name
           organization is line sequential
           file status is ws-audit-status.
           select hist-file
           assign to dynamic ws-hist-name
           organization is indexed
           access mode is dynamic
           record key is ah-key
           file status is ws-hist-status.

       data division.
       file section.
       fd  audit-file.
       01  audit-record             pic x(200).

       fd  hist-file.
       01  audit-hist-record.
           03  ah-key.
               05  ah-date          pic x(8).
               05  ah-time          pic x(8).
               05  ah-tool          pic x(8).
               05  ah-source        pic x(14).
               05  ah-seq           pic 9(4).
           03  ah-data.
               05  ah-operator      pic x(12).
               05  ah-action        pic x(16).
               05  ah-object        pic x(30).
               05  ah-before        pic x(60).
               05  ah-after         pic x(60).
               05  ah-detail        pic x(60).

       working-storage section.
       01 ws-hist-name              pic x(80) value 'AUDHIST.DAT'.
       01 ws-audit-name             pic x(80) value spaces.
       01 ws-hist-status            pic x(2) value spaces.
       01 ws-audit-status           pic x(2) value spaces.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 eof-flag                  pic x value 'N'.
           88 end-of-file           value 'Y'.

      *
      * The audit files, the tool each belongs to, and how much of
      * the line is text - the chained trails carry their hash
      * after it. A blank tool means the line names its own
      * (SECAUDIT.TXT).
      *
       01 ws-source-values.
           03 filler pic x(14) value 'BRAUDIT.TXT'.
           03 filler pic x(8)  value 'BRMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'LIMAUDIT.TXT'.
           03 filler pic x(8)  value 'LIMMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'RATAUDIT.TXT'.
           03 filler pic x(8)  value 'RATES'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'MSGAUDIT.TXT'.
           03 filler pic x(8)  value 'MSGCHECK'.
           03 filler pic 9(3)  value 150.
           03 filler pic x(14) value 'EXCAUDIT.TXT'.
           03 filler pic x(8)  value 'TRANDISP'.
           03 filler pic 9(3)  value 132.
           03 filler pic x(14) value 'CONSAUD.TXT'.
           03 filler pic x(8)  value 'BRCONS'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'CTLAUDIT.TXT'.
           03 filler pic x(8)  value 'CTLMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'CALAUDIT.TXT'.
           03 filler pic x(8)  value 'CALMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'CPAUDIT.TXT'.
           03 filler pic x(8)  value 'CPMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'FEEDSRCAUD.TXT'.
           03 filler pic x(8)  value 'FEEDSRC'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'NOSAUDIT.TXT'.
           03 filler pic x(8)  value 'NOSMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'PRDAUDIT.TXT'.
           03 filler pic x(8)  value 'PRDCLOSE'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'REGAUDIT.TXT'.
           03 filler pic x(8)  value 'REGMAINT'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'APPAUDIT.TXT'.
           03 filler pic x(8)  value 'TRANAPPR'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'REGSAUD.TXT'.
           03 filler pic x(8)  value 'REGSUITE'.
           03 filler pic 9(3)  value 120.
           03 filler pic x(14) value 'OPERAUD.TXT'.
           03 filler pic x(8)  value 'OPMAINT'.
           03 filler pic 9(3)  value 200.
           03 filler pic x(14) value 'INCAUDIT.TXT'.
           03 filler pic x(8)  value 'INCIDENT'.
           03 filler pic 9(3)  value 200.
           03 filler pic x(14) value 'SECAUDIT.TXT'.
           03 filler pic x(8)  value spaces.
           03 filler pic 9(3)  value 120.
       01 ws-source-table redefines ws-source-values.
           03 ws-src-entry occurs 18 times.
               05 ws-src-name       pic x(14).
               05 ws-src-tool       pic x(8).
               05 ws-src-len        pic 9(3).
       01 ws-src-count              pic 9(2) value 18.
       01 ws-src-sub                pic 9(2) value zeros.

       01 ws-line                   pic x(200) value spaces.
       01 ws-rest                   pic x(200) value spaces.
       01 ws-scan                   pic x(202) value spaces.
       01 ws-ptr                    pic 9(3) value zeros.
       01 ws-w-date                 pic x(8) value spaces.
       01 ws-w-time                 pic x(8) value spaces.
       01 ws-w-3                    pic x(12) value spaces.
       01 ws-w-4                    pic x(16) value spaces.
       01 ws-w-5                    pic x(16) value spaces.
       01 ws-w-6                    pic x(16) value spaces.
       01 ws-val                    pic x(60) value spaces.
       01 ws-val-2                  pic x(60) value spaces.
       01 ws-word                   pic x(16) value spaces.
       01 ws-prev-date              pic x(8) value spaces.
       01 ws-prev-time              pic x(8) value spaces.
       01 ws-seq                    pic 9(4) value zeros.

      *
      * Before/after markers, tried in this order - OLD < ahead of
      * the bare OLD, which it would otherwise match.
      *
       01 ws-mark                   pic x(12) value spaces.
       01 ws-mark-len               pic 9(2) value zeros.
       01 ws-mark-pos               pic 9(3) value zeros.
       01 ws-new-word               pic x(8) value spaces.
       01 ws-sub                    pic 9(3) value zeros.

       01 ws-file-count             pic 9(6) value zeros.
       01 ws-read-count             pic 9(6) value zeros.
       01 ws-added-count            pic 9(6) value zeros.
       01 ws-merged-count           pic 9(6) value zeros.
       01 ws-skipped-count          pic 9(6) value zeros.
       01 ws-files-read             pic 9(2) value zeros.
       01 ws-files-missing          pic 9(2) value zeros.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-hist-name
           end-if

           open i-o hist-file
           if ws-hist-status not = '00'
               open output hist-file
           end-if
           if ws-hist-status not = '00'
               display 'AUDH-LOAD: CANNOT OPEN HISTORY '
                       function trim(ws-hist-name)
                       ' STATUS ' ws-hist-status
               move 16 to return-code
               stop run
           end-if

           perform load-one-file
               varying ws-src-sub from 1 by 1
               until ws-src-sub > ws-src-count

           close hist-file
           display 'AUDH-LOAD SUMMARY: '
                   function trim(ws-hist-name)
           display '  AUDIT FILES READ.: ' ws-files-read
           display '  FILES NOT PRESENT: ' ws-files-missing
           display '  LINES READ.......: ' ws-read-count
           display '  ADDED............: ' ws-added-count
           display '  ALREADY PRESENT..: ' ws-merged-count
           display '  UNSTAMPED SKIPPED: ' ws-skipped-count
           move zero to return-code
           stop run.

       load-one-file.
           move ws-src-name(ws-src-sub) to ws-audit-name
           open input audit-file
           if ws-audit-status not = '00'
               add 1 to ws-files-missing
               display 'AUDH-LOAD: '
                       function trim(ws-audit-name)
                       ' NOT PRESENT - PASSED OVER'
           else
               add 1 to ws-files-read
               move zeros to ws-file-count
               move spaces to ws-prev-date ws-prev-time
               move 'N' to eof-flag
               perform until end-of-file
                   read audit-file
                       at end move 'Y' to eof-flag
                       not at end
                           add 1 to ws-read-count
                           add 1 to ws-file-count
                           perform merge-one-line
                   end-read
               end-perform
               close audit-file
               display 'AUDH-LOAD: '
                       function trim(ws-audit-name) ' '
                       ws-file-count ' LINES'
           end-if.

      *
      * A line that does not open with a date and time cannot be
      * keyed and is skipped with a count. Two lines from one file
      * in the same second are told apart by a sequence number.
      *
       merge-one-line.
           move spaces to ws-line
           move audit-record(1:ws-src-len(ws-src-sub)) to ws-line
           move spaces to ws-w-date ws-w-time ws-w-3 ws-w-4
                          ws-rest
           move 1 to ws-ptr
           unstring ws-line delimited by all spaces
               into ws-w-date ws-w-time ws-w-3 ws-w-4
               with pointer ws-ptr
           end-unstring
           if ws-w-date is not numeric or ws-w-time = spaces
               add 1 to ws-skipped-count
           else
               if ws-ptr <= 200
                   move ws-line(ws-ptr:) to ws-rest
               end-if
               if ws-w-date = ws-prev-date
                       and ws-w-time = ws-prev-time
                   add 1 to ws-seq
               else
                   move 1 to ws-seq
                   move ws-w-date to ws-prev-date
                   move ws-w-time to ws-prev-time
               end-if
               move spaces to audit-hist-record
               move ws-w-date to ah-date
               move ws-w-time to ah-time
               move ws-src-name(ws-src-sub) to ah-source
               move ws-seq to ah-seq
               if ws-src-tool(ws-src-sub) = spaces
                   perform split-access-line
               else
                   move ws-src-tool(ws-src-sub) to ah-tool
                   move ws-w-3 to ah-operator
                   move ws-w-4 to ah-action
                   perform split-change
                   if ah-tool = 'PRDCLOSE'
                           and ah-action = 'YEARCLOSE'
                       move 'YRCLOSE' to ah-tool
                   end-if
               end-if
               write audit-hist-record
                   invalid key
                       rewrite audit-hist-record
                       add 1 to ws-merged-count
                   not invalid key
                       add 1 to ws-added-count
               end-write
           end-if.

      *
      * date time program user function GRANTED|REFUSED
      *
       split-access-line.
           move ws-w-3 to ah-tool
           move ws-w-4 to ah-operator
           move spaces to ws-w-5 ws-w-6
           unstring ws-rest delimited by all spaces
               into ws-w-5 ws-w-6
           end-unstring
           move ws-w-5 to ah-object
           string 'ACCESS-' ws-w-6 delimited by space
               into ah-action
           end-string.

      *
      * Everything after the action: the object up to the first
      * before/after marker, the values, and what follows them as
      * detail. A line with no marker keeps its first word as the
      * object. CTL-MAINT names the field it changed where the
      * others name an action, so a marked line with no object
      * takes the action as its object and SET as its action.
      *
       split-change.
           move spaces to ws-scan
           string ' ' ws-rest delimited by size into ws-scan
           end-string
           move ' OLD <' to ws-mark
           move 6 to ws-mark-len
           perform find-mark
           if ws-mark-pos > 0
               perform split-bracketed
           else
               move ' OLD ' to ws-mark
               move 5 to ws-mark-len
               move 'NEW' to ws-new-word
               perform find-mark
               if ws-mark-pos = 0
                   move ' OLD-DATE ' to ws-mark
                   move 10 to ws-mark-len
                   move 'NEW-DATE' to ws-new-word
                   perform find-mark
               end-if
               if ws-mark-pos = 0
                   move ' WAS ' to ws-mark
                   move 5 to ws-mark-len
                   move 'NOW' to ws-new-word
                   perform find-mark
               end-if
               if ws-mark-pos > 0
                   perform split-plain
               else
                   perform split-unmarked
               end-if
           end-if
           if ws-mark-pos > 0 and ah-object = spaces
               move ah-action to ah-object
               move 'SET' to ah-action
           end-if.

       find-mark.
           move zero to ws-mark-pos
           perform varying ws-sub from 1 by 1
                   until ws-sub > 202 - ws-mark-len
                      or ws-mark-pos > 0
               if ws-scan(ws-sub:ws-mark-len)
                       = ws-mark(1:ws-mark-len)
                   move ws-sub to ws-mark-pos
               end-if
           end-perform.

       take-object.
           if ws-mark-pos > 2
               move function trim(ws-scan(2:ws-mark-pos - 2))
                   to ah-object
           end-if.

      *
      * OLD <before> NEW <after> detail
      *
       split-bracketed.
           perform take-object
           compute ws-ptr = ws-mark-pos + ws-mark-len
           move spaces to ws-val
           unstring ws-scan delimited by '>'
               into ws-val
               with pointer ws-ptr
           end-unstring
           move ws-val to ah-before
           if ws-ptr <= 196
               if ws-scan(ws-ptr:6) = ' NEW <'
                   add 6 to ws-ptr
                   move spaces to ws-val
                   unstring ws-scan delimited by '>'
                       into ws-val
                       with pointer ws-ptr
                   end-unstring
                   move ws-val to ah-after
               end-if
           end-if
           if ws-ptr <= 202
               move function trim(ws-scan(ws-ptr:)) to ah-detail
           end-if.

      *
      * OLD before NEW after detail - single-word values
      *
       split-plain.
           perform take-object
           compute ws-ptr = ws-mark-pos + ws-mark-len
           move spaces to ws-val ws-word ws-val-2
           unstring ws-scan delimited by all spaces
               into ws-val ws-word ws-val-2
               with pointer ws-ptr
           end-unstring
           move ws-val to ah-before
           if ws-word = ws-new-word
               move ws-val-2 to ah-after
               if ws-ptr <= 202
                   move function trim(ws-scan(ws-ptr:))
                       to ah-detail
               end-if
           else
               move spaces to ah-detail
               string ws-word delimited by space
                   ' ' delimited by size
                   ws-val-2 delimited by space
                   into ah-detail
               end-string
           end-if.

      *
      * object detail - and old -> new where the tool re-keys
      *
       split-unmarked.
           move 1 to ws-ptr
           move spaces to ws-val
           unstring ws-rest delimited by all spaces
               into ws-val
               with pointer ws-ptr
           end-unstring
           move ws-val to ah-object
           if ws-ptr <= 200
               move function trim(ws-rest(ws-ptr:)) to ah-detail
           end-if
           if ah-detail(1:3) = '-> '
               move ah-object to ah-before
               move spaces to ws-val
               unstring ah-detail(4:) delimited by all spaces
                   into ws-val
               end-unstring
               move ws-val to ah-after
           end-if.
