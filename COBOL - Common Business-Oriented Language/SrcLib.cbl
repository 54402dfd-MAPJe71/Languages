      * sequence-aware compare, so a renumbering alone never
      * shows as a change.
      *
      * A version checks in at DEV. PROMOTE moves it to TEST or
      * PROD, and the move is its own line in SRCLIB.IDX, so the
      * version at each level - and who put it there, when, and
      * under which change ticket - is on record, not in memory.
      * PROD takes a change ticket, a version that has been to
      * TEST, an approving operator other than the one who
      * checked the version in and who holds the PROMOTE function
      * in OPERMAST.CTL, and no E-severity finding from SECT-CHECK
      * or STD-CHECK run against the library copy itself (the
      * findings stay beside it as SRCLIB.<member>.V<nnnn>.SECTFND
      * and .STDFND). DRIFT reports every member whose PROD
      * version is not its latest checked-in version.
      *
      * Arguments: 1 CHECKIN <member> <reason> | LIST <member> |
      * GET <member> <version> [output] | DIFF <member> <v1> <v2> |
      * PROMOTE <member> <version> TEST|PROD [ticket] |
      * DRIFT [member|ALL] [report, default SRCDRIFT.TXT].
      * The operator comes from the environment, the way the
      * maintenance tools take it.
      *
           assign to "SRCLIB.IDX"
           organization is line sequential
           file status is ws-idx-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  src-file.
       01  src-record               pic x(200).
      *    a SECT-CHECK / STD-CHECK findings line read back
       01  fnd-record.
           03  fnd-member           pic x(24).
           03  filler               pic x.
           03  fnd-line             pic 9(6).
           03  filler               pic x.
           03  fnd-code             pic x(8).
           03  filler               pic x.
           03  fnd-severity         pic x.
           03  filler               pic x.
           03  fnd-name             pic x(30).
       fd  dst-file.
       01  dst-record               pic x(200).
       fd  idx-file.
           03  ix-operator          pic x(12).
           03  filler               pic x.
           03  ix-reason            pic x(60).
           03  filler               pic x.
      *    V (or space on the older lines) a checked-in version,
      *    P a promotion of that version to ix-level
           03  ix-kind              pic x.
               88  ix-is-version    value 'V' ' '.
               88  ix-is-promotion  value 'P'.
           03  filler               pic x.
           03  ix-level             pic x(4).
           03  filler               pic x.
           03  ix-ticket            pic x(12).
       COPY OPAUTHFD.

       working-storage section.
       COPY OPAUTHWS.
       01 ws-src-name               pic x(120) value spaces.
       01 ws-dst-name               pic x(120) value spaces.
       01 ws-src-status             pic x(2) value spaces.
       01 ws-cmd-line               pic x(250) value spaces.
       01 ws-step-rc                pic s9(9) value zeros.

      *
      * Promotion state of one member, gathered off the index -
      * the later promotion line to a level supersedes the
      * earlier.
      *
       01 ws-level                  pic x(4) value spaces.
       01 ws-ticket                 pic x(12) value spaces.
       01 ws-test-version           pic 9(4) value zeros.
       01 ws-prod-version           pic 9(4) value zeros.
       01 ws-ver-found              pic x value 'N'.
       01 ws-ver-tested             pic x value 'N'.
       01 ws-ver-author             pic x(12) value spaces.
       01 ws-ver-marker             pic x(4) value spaces.
       01 ws-fnd-name               pic x(120) value spaces.
       01 ws-fnd-errors             pic 9(4) value zeros.
       01 ws-fnd-warnings           pic 9(4) value zeros.
       01 ws-check-name             pic x(10) value spaces.
       01 ws-check-clean            pic x value 'Y'.

       01 ws-drift-name             pic x(120) value 'SRCDRIFT.TXT'.
       01 ws-drift-table.
           03 ws-dr-entry occurs 200 times.
               05 ws-dr-member      pic x(40).
               05 ws-dr-latest      pic 9(4).
               05 ws-dr-test        pic 9(4).
               05 ws-dr-prod        pic 9(4).
       01 ws-dr-count               pic 9(3) value zeros.
       01 ws-dr-sub                 pic 9(3) value zeros.
       01 ws-dr-hit                 pic 9(3) value zeros.
       01 ws-drift-count            pic 9(3) value zeros.
       01 ws-drift-line.
           03 rpt-dr-member         pic x(40).
           03 filler                pic x(8) value ' LATEST '.
           03 rpt-dr-latest         pic 9(4).
           03 filler                pic x(6) value ' TEST '.
           03 rpt-dr-test           pic x(4).
           03 filler                pic x(6) value ' PROD '.
           03 rpt-dr-prod           pic x(4).
           03 filler                pic x value space.
           03 rpt-dr-flag           pic x(20).

       procedure division.
       main-para.
           display 1 upon argument-number
               move 'OPERATOR' to ws-operator
           end-if

           if ws-member = spaces and ws-action not = 'DRIFT'
               perform usage-and-out
           end-if
           evaluate ws-action
               when 'LIST'    perform list-versions
               when 'GET'     perform get-version
               when 'DIFF'    perform diff-versions
               when 'PROMOTE' perform promote-version
               when 'DRIFT'   perform drift-report
               when other     perform usage-and-out
           end-evaluate
           stop run.
       usage-and-out.
           display 'SRC-LIB: USAGE: SRC-LIB CHECKIN <MEMBER> '
                   '<REASON> | LIST <MEMBER> | GET <MEMBER> '
                   '<V> [OUT] | DIFF <MEMBER> <V1> <V2> | '
                   'PROMOTE <MEMBER> <V> TEST|PROD [TICKET] | '
                   'DRIFT [MEMBER] [REPORT]'
           move 16 to return-code
           stop run.

                       at end move 'Y' to ws-idx-eof
                       not at end
                           if ix-member = ws-member
                                   and ix-is-version
                                   and ix-version
                                       > ws-high-version
                               move ix-version
           move ws-stamp-time to ix-time
           move ws-operator to ix-operator
           move ws-reason to ix-reason
           move 'V' to ix-kind
           write idx-record
           close idx-file
           display 'SRC-LIB: ' function trim(ws-member)
           move zero to return-code.

       list-versions.
           move zeros to ws-want-version
           perform load-member-levels
           move 'N' to ws-idx-eof
           move zeros to ws-list-count
           open input idx-file
                       at end move 'Y' to ws-idx-eof
                       not at end
                           if ix-member = ws-member
                               perform list-one-line
                           end-if
                   end-read
               end-perform
               end-if
           end-if.

      *
      * A version line carries the level it holds now; the
      * promotion lines under it are the history of how it got
      * there.
      *
       list-one-line.
           if ix-is-version
               add 1 to ws-list-count
               move spaces to ws-ver-marker
               if ix-version = ws-test-version
                   move 'TEST' to ws-ver-marker
               end-if
               if ix-version = ws-prod-version
                   move 'PROD' to ws-ver-marker
               end-if
               display 'V' ix-version ' '
                   ix-date ' ' ix-time ' '
                   ix-operator ' ' ws-ver-marker ' '
                   function trim(ix-reason)
           else
               display '  V' ix-version ' TO ' ix-level ' '
                   ix-date ' ' ix-time ' '
                   ix-operator ' ' function trim(ix-ticket)
           end-if.

       get-version.
           if ws-arg-3(1:4) is not numeric
                   and function numval(ws-arg-3) = zero
      *    the RUN-CTL unpacking of the wait status
           compute ws-step-rc = return-code / 256
           move ws-step-rc to return-code.

      *
      * One pass over the index for ws-member: the version now at
      * TEST and at PROD, and - for ws-want-version - whether it
      * exists, who checked it in, and whether it has been to TEST.
      *
       load-member-levels.
           move zeros to ws-test-version ws-prod-version
           move 'N' to ws-ver-found ws-ver-tested
           move spaces to ws-ver-author
           move 'N' to ws-idx-eof
           open input idx-file
           if ws-idx-status = '00'
               perform until idx-eof
                   read idx-file
                       at end move 'Y' to ws-idx-eof
                       not at end
                           if ix-member = ws-member
                               perform take-member-line
                           end-if
                   end-read
               end-perform
               close idx-file
           end-if.

       take-member-line.
           if ix-is-version
               if ix-version = ws-want-version
                   move 'Y' to ws-ver-found
                   move ix-operator to ws-ver-author
               end-if
           else
               if ix-level = 'TEST'
                   move ix-version to ws-test-version
                   if ix-version = ws-want-version
                       move 'Y' to ws-ver-tested
                   end-if
               end-if
               if ix-level = 'PROD'
                   move ix-version to ws-prod-version
               end-if
           end-if.

      *
      * Nothing is written until every check has passed - a
      * refused promotion leaves the index exactly as it was.
      *
       promote-version.
           move function upper-case(ws-arg-4(1:4)) to ws-level
           if ws-arg-3 = spaces or function numval(ws-arg-3) = zero
               display 'SRC-LIB: PROMOTE NEEDS A VERSION NUMBER'
               move 16 to return-code
               stop run
           end-if
           if ws-level not = 'TEST' and ws-level not = 'PROD'
               display 'SRC-LIB: PROMOTE TO TEST OR PROD - CHECKIN '
                       'PUTS A VERSION AT DEV'
               move 16 to return-code
               stop run
           end-if
           display 5 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg(1:12)) to ws-ticket
           compute ws-want-version = function numval(ws-arg-3)
           perform load-member-levels
           if ws-ver-found not = 'Y'
               display 'SRC-LIB: VERSION V' ws-want-version
                       ' OF ' function trim(ws-member)
                       ' NOT IN LIBRARY'
               move 8 to return-code
               stop run
           end-if
           if (ws-level = 'TEST'
                   and ws-test-version = ws-want-version)
                   or (ws-level = 'PROD'
                   and ws-prod-version = ws-want-version)
               display 'SRC-LIB: V' ws-want-version ' OF '
                       function trim(ws-member) ' IS ALREADY AT '
                       ws-level
               move 4 to return-code
               stop run
           end-if
           if ws-level = 'PROD'
               perform approve-for-prod
           end-if

           accept ws-stamp-date from date yyyymmdd
           accept ws-stamp-time from time
           open extend idx-file
           if ws-idx-status not = '00'
               open output idx-file
           end-if
           move spaces to idx-record
           move ws-member to ix-member
           move ws-want-version to ix-version
           move ws-stamp-date to ix-date
           move ws-stamp-time to ix-time
           move ws-operator to ix-operator
           string 'PROMOTED TO ' ws-level
               delimited by size into ix-reason
           move 'P' to ix-kind
           move ws-level to ix-level
           move ws-ticket to ix-ticket
           write idx-record
           close idx-file
           display 'SRC-LIB: ' function trim(ws-member)
                   ' V' ws-want-version ' PROMOTED TO ' ws-level
                   ' BY ' function trim(ws-operator)
           if ws-ticket not = spaces
               display '  CHANGE TICKET....: ' ws-ticket
           end-if
           move zero to return-code.

      *
      * The promoting operator is the approver: not the author of
      * the version, and holding PROMOTE in the operator master.
      *
       approve-for-prod.
           if ws-ticket = spaces
               display 'SRC-LIB: PROMOTION TO PROD NEEDS A CHANGE '
                       'TICKET'
               move 16 to return-code
               stop run
           end-if
           if ws-ver-tested not = 'Y'
               display 'SRC-LIB: V' ws-want-version ' OF '
                       function trim(ws-member)
                       ' HAS NEVER BEEN PROMOTED TO TEST'
               move 16 to return-code
               stop run
           end-if
           if ws-operator = ws-ver-author
               display 'SRC-LIB: ' function trim(ws-operator)
                       ' CHECKED IN V' ws-want-version
                       ' AND CANNOT ALSO APPROVE IT FOR PROD'
               move 16 to return-code
               stop run
           end-if
           move ws-operator to ws-auth-user
           move 'PROMOTE' to ws-auth-function
           move 'SRCLIB' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'SRC-LIB: OPERATOR ' function trim(ws-operator)
                       ' NOT AUTHORIZED TO APPROVE FOR PROD'
               move 16 to return-code
               stop run
           end-if
           perform check-version-findings
           if ws-check-clean not = 'Y'
               display 'SRC-LIB: V' ws-want-version ' OF '
                       function trim(ws-member)
                       ' NOT CLEAN - PROMOTION REFUSED'
               move 16 to return-code
               stop run
           end-if.

      *
      * Both checkers run against the library copy of the version
      * itself, so the findings cannot belong to some other cut of
      * the member. E findings refuse the promotion; W findings
      * are advisory, as they are to the checkers themselves.
      *
       check-version-findings.
           move 'Y' to ws-check-clean
           perform build-version-name
           move spaces to ws-fnd-name
           string function trim(ws-name-a) '.SECTFND'
               delimited by size into ws-fnd-name
           move spaces to ws-cmd-line
           string './SectCheck ' function trim(ws-name-a)
               ' ' function trim(ws-fnd-name)
               delimited by size into ws-cmd-line
           call 'SYSTEM' using ws-cmd-line
           compute ws-step-rc = return-code / 256
           move 'SECT-CHECK' to ws-check-name
           perform read-version-findings

           move spaces to ws-name-b
           string function trim(ws-name-a) '.LST'
               delimited by size into ws-name-b
           move ws-name-b to ws-dst-name
           open output dst-file
           move spaces to dst-record
           move ws-name-a to dst-record
           write dst-record
           close dst-file
           move spaces to ws-fnd-name
           string function trim(ws-name-a) '.STDFND'
               delimited by size into ws-fnd-name
           move spaces to ws-cmd-line
           string './StdCheck ' function trim(ws-name-b)
               ' STDRULES.CTL ' function trim(ws-fnd-name)
               delimited by size into ws-cmd-line
           call 'SYSTEM' using ws-cmd-line
           compute ws-step-rc = return-code / 256
           move 'STD-CHECK.' to ws-check-name
           perform read-version-findings.

       read-version-findings.
           move zeros to ws-fnd-errors ws-fnd-warnings
           move ws-fnd-name to ws-src-name
           move 'N' to ws-src-eof
           open input src-file
           if ws-step-rc > 8 or ws-src-status not = '00'
               display 'SRC-LIB: ' function trim(ws-check-name)
                       ' DID NOT RUN CLEANLY - RC ' ws-step-rc
               move 'N' to ws-check-clean
               if ws-src-status = '00'
                   close src-file
               end-if
           else
               perform until ws-src-eof = 'Y'
                   read src-file
                       at end move 'Y' to ws-src-eof
                       not at end
                           if fnd-severity = 'E'
                               add 1 to ws-fnd-errors
                           else
                               add 1 to ws-fnd-warnings
                           end-if
                   end-read
               end-perform
               close src-file
               display '  ' ws-check-name '.......: '
                       ws-fnd-errors ' ERRORS '
                       ws-fnd-warnings ' WARNINGS'
               if ws-fnd-errors > zero
                   move 'N' to ws-check-clean
               end-if
           end-if.

      *
      * Every member in the index, or the one named: its latest
      * checked-in version against the version at PROD. A member
      * never promoted to PROD drifts too - nobody can say what
      * production is running.
      *
       drift-report.
           if function upper-case(ws-member) = 'ALL'
               move spaces to ws-member
           end-if
           if ws-arg-3 not = spaces
               move ws-arg-3 to ws-drift-name
           end-if
           move zeros to ws-dr-count
           move 'N' to ws-idx-eof
           open input idx-file
           if ws-idx-status not = '00'
               display 'SRC-LIB: NO LIBRARY INDEX'
               move 8 to return-code
               stop run
           end-if
           perform until idx-eof
               read idx-file
                   at end move 'Y' to ws-idx-eof
                   not at end
                       if ws-member = spaces
                               or ix-member = ws-member
                           perform take-drift-line
                       end-if
               end-read
           end-perform
           close idx-file

           move ws-drift-name to ws-dst-name
           open output dst-file
           if ws-dst-status not = '00'
               display 'SRC-LIB: CANNOT OPEN '
                       function trim(ws-drift-name)
               move 16 to return-code
               stop run
           end-if
           accept ws-stamp-date from date yyyymmdd
           move spaces to dst-record
           string 'SOURCE LIBRARY PROD DRIFT ' ws-stamp-date
               delimited by size into dst-record
           write dst-record
           move zeros to ws-drift-count
           perform varying ws-dr-sub from 1 by 1
                   until ws-dr-sub > ws-dr-count
               perform write-drift-line
           end-perform
           move spaces to dst-record
           write dst-record
           move spaces to dst-record
           string 'MEMBERS ' ws-dr-count
               ' PROD NOT LATEST ' ws-drift-count
               delimited by size into dst-record
           write dst-record
           close dst-file

           display 'SRC-LIB DRIFT SUMMARY:'
           display '  MEMBERS..........: ' ws-dr-count
           display '  PROD NOT LATEST..: ' ws-drift-count
           display '  WRITTEN TO.......: '
                   function trim(ws-drift-name)
           move zero to return-code
           if ws-drift-count > zero
               move 4 to return-code
           end-if.

       take-drift-line.
           move zeros to ws-dr-hit
           perform varying ws-dr-sub from 1 by 1
                   until ws-dr-sub > ws-dr-count
               if ws-dr-member(ws-dr-sub) = ix-member
                   move ws-dr-sub to ws-dr-hit
               end-if
           end-perform
           if ws-dr-hit = zeros
               if ws-dr-count < 200
                   add 1 to ws-dr-count
                   move ws-dr-count to ws-dr-hit
                   move ix-member to ws-dr-member(ws-dr-hit)
                   move zeros to ws-dr-latest(ws-dr-hit)
                                 ws-dr-test(ws-dr-hit)
                                 ws-dr-prod(ws-dr-hit)
               else
                   display 'SRC-LIB: MORE THAN 200 MEMBERS - '
                           function trim(ix-member) ' NOT REPORTED'
               end-if
           end-if
           if ws-dr-hit not = zeros
               evaluate true
                   when ix-is-version
                       if ix-version > ws-dr-latest(ws-dr-hit)
                           move ix-version to ws-dr-latest(ws-dr-hit)
                       end-if
                   when ix-level = 'TEST'
                       move ix-version to ws-dr-test(ws-dr-hit)
                   when ix-level = 'PROD'
                       move ix-version to ws-dr-prod(ws-dr-hit)
               end-evaluate
           end-if.

       write-drift-line.
           move ws-dr-member(ws-dr-sub) to rpt-dr-member
           move ws-dr-latest(ws-dr-sub) to rpt-dr-latest
           move '-' to rpt-dr-test
           if ws-dr-test(ws-dr-sub) not = zeros
               move ws-dr-test(ws-dr-sub) to rpt-dr-test
           end-if
           move 'NONE' to rpt-dr-prod
           if ws-dr-prod(ws-dr-sub) not = zeros
               move ws-dr-prod(ws-dr-sub) to rpt-dr-prod
           end-if
           move spaces to rpt-dr-flag
           if ws-dr-prod(ws-dr-sub) not = ws-dr-latest(ws-dr-sub)
               add 1 to ws-drift-count
               move '*** PROD NOT LATEST' to rpt-dr-flag
           end-if
           move ws-drift-line to dst-record
           write dst-record.

       COPY OPAUTHPA.
