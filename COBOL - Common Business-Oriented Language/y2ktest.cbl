      *
      * Case-file test driver for Y2KXPND and Y2KDCALC - the load,
      * CASH-LADDER, EXC-AGING, and CAL-MAINT all take their
      * dates from these two, so one wrong answer damages every
      * trade at once. Each case names a routine's inputs and the
      * output and status it must give back; this CALLs the
      * routine for every case and reports each one that did not,
      * with what was expected and what came back. A change to
      * either routine is proved against the full case file
      * (Y2KCASES.TXT) before it is promoted.
      *
      * Case lines, fields separated by spaces, '-' for a field
      * not supplied (a pivot or fiscal month not passed, a
      * second date or day count of zero, an output not checked):
      *   X <id> <yymmdd> <pivot> <fiscal-mm> <expect> <status>
      *     [<in-format> [<out-format>]]
      *       Y2KXPND - the windowed eight-digit date expected
      *   D <id> <fn> <date-1> <date-2> <days> <expect> <status>
      *     [<format>]
      *       Y2KDCALC - <expect> is the day count for D, the new
      *       date for A, the day of week for W
      * A case naming a format passes it to the routine and its
      * dates are written in that layout (YYDDD, MMDDYY and the
      * rest); without one the dates are the default YYMMDD in
      * and YYYYMMDD out.
      * A '*' in column 1 is a comment. A line that is neither is
      * reported as malformed and fails the run - a case file that
      * silently skips cases proves nothing.
      *
      * The X cases with no pivot expect the built-in 600101
      * boundary; a Y2KPIVOT.CTL on disk moves it, so the driver
      * says so when it finds one.
      *
      * Arguments: 1 the case file (default Y2KCASES.TXT), 2 the
      * report file (default Y2KTEST.TXT). RETURN-CODE 8 when any
      * case fails or is malformed, 16 when a file cannot be
      * opened.
      *
       identification division.
       program-id. Y2KTEST.

       environment division.
       input-output section.
       file-control.
           select case-file
           assign to dynamic ws-case-name
           organization is line sequential
           file status is ws-case-status.
           select report-file
           assign to dynamic ws-report-name
           organization is line sequential
           file status is ws-report-status.
           select pivot-ctl
           assign to "Y2KPIVOT.CTL"
           organization is line sequential
           file status is ws-pivot-ctl-status.

       data division.
       file section.
       fd  case-file.
       01  case-record             pic x(100).

       fd  report-file.
       01  report-line             pic x(132).

       fd  pivot-ctl.
       01  pivot-ctl-record        pic x(6).

       working-storage section.
       01 ws-case-name             pic x(80) value 'Y2KCASES.TXT'.
       01 ws-report-name           pic x(80) value 'Y2KTEST.TXT'.
       01 ws-case-status           pic x(2) value spaces.
       01 ws-report-status         pic x(2) value spaces.
       01 ws-pivot-ctl-status      pic x(2) value spaces.
       01 ws-cmd-arg               pic x(80) value spaces.
       01 ws-case-eof              pic x value 'N'.
           88 case-eof             value 'Y'.

       01 ws-word-table.
           03 ws-word occurs 10 times pic x(12).
       01 ws-case-ok               pic x value 'Y'.

       01 ws-read-count            pic 9(6) value zeros.
       01 ws-run-count             pic 9(6) value zeros.
       01 ws-pass-count            pic 9(6) value zeros.
       01 ws-fail-count            pic 9(6) value zeros.
       01 ws-bad-count             pic 9(6) value zeros.

      *
      * The CALL arguments, shaped as the routines' linkage.
      *
       01 ws-x-date                pic 9(8) value zeros.
       01 ws-x-pivot               pic 9(6) value zeros.
       01 ws-x-original            pic 9(8) value zeros.
       01 ws-x-status              pic x(2) value spaces.
       01 ws-x-fiscal              pic 9(2) value zeros.
       01 ws-x-log                 pic x value 'N'.
       01 ws-x-in-format           pic x(8) value spaces.
       01 ws-x-out-format          pic x(8) value spaces.

       01 ws-d-function            pic x value space.
       01 ws-d-date-1              pic 9(8) value zeros.
       01 ws-d-date-2              pic 9(8) value zeros.
       01 ws-d-days                pic s9(7) value zeros.
       01 ws-d-dow                 pic 9 value zeros.
       01 ws-d-status              pic x(2) value spaces.
       01 ws-d-format              pic x(8) value spaces.

       01 ws-expect-word           pic x(12) value spaces.
       01 ws-status-word           pic x(12) value spaces.
       01 ws-inputs                pic x(56) value spaces.
       01 ws-expect-value          pic s9(8) value zeros.
       01 ws-actual-value          pic s9(8) value zeros.
       01 ws-expect-checked        pic x value 'N'.
       01 ws-expect-status         pic x(2) value spaces.
       01 ws-actual-status         pic x(2) value spaces.
       01 ws-expect-disp           pic -(8)9.
       01 ws-actual-disp           pic -(8)9.

       01 ws-fail-line.
           03 filler               pic x(5) value 'FAIL '.
           03 rpt-id               pic x(8).
           03 filler               pic x value space.
           03 rpt-routine          pic x(8).
           03 filler               pic x value space.
           03 rpt-inputs           pic x(56).
           03 filler               pic x(8) value ' EXPECT '.
           03 rpt-expect           pic x(9).
           03 filler               pic x value space.
           03 rpt-expect-status    pic x(2).
           03 filler               pic x(5) value ' GOT '.
           03 rpt-actual           pic x(9).
           03 filler               pic x value space.
           03 rpt-actual-status    pic x(2).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-case-name
           end-if
           display 2 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-report-name
           end-if

           open input case-file
           if ws-case-status not = '00'
               display 'Y2KTEST: CANNOT OPEN '
                       function trim(ws-case-name)
               move 16 to return-code
               stop run
           end-if
           open output report-file
           if ws-report-status not = '00'
               display 'Y2KTEST: CANNOT OPEN REPORT '
                       function trim(ws-report-name)
               close case-file
               move 16 to return-code
               stop run
           end-if
           move spaces to report-line
           string 'Y2KXPND / Y2KDCALC CASE RUN: '
               function trim(ws-case-name)
               delimited by size into report-line
           write report-line
           open input pivot-ctl
           if ws-pivot-ctl-status = '00'
               close pivot-ctl
               move spaces to report-line
               string 'Y2KPIVOT.CTL IS ON DISK - X CASES WITH NO '
                   'PIVOT RUN UNDER IT, NOT THE BUILT-IN 600101'
                   delimited by size into report-line
               write report-line
               display 'Y2KTEST: Y2KPIVOT.CTL IS ON DISK - '
                       'DEFAULT-PIVOT CASES RUN UNDER IT'
           end-if
           move spaces to report-line
           write report-line

           perform until case-eof
               read case-file
                   at end move 'Y' to ws-case-eof
                   not at end
                       add 1 to ws-read-count
                       perform run-one-case
               end-read
           end-perform
           close case-file

           move spaces to report-line
           write report-line
           move spaces to report-line
           string 'CASES ' ws-run-count
               ' PASSED ' ws-pass-count
               ' FAILED ' ws-fail-count
               ' MALFORMED ' ws-bad-count
               delimited by size into report-line
           write report-line
           close report-file

           display 'Y2KTEST: ' ws-run-count ' CASES, '
                   ws-pass-count ' PASSED, '
                   ws-fail-count ' FAILED, '
                   ws-bad-count ' MALFORMED'
           move zero to return-code
           if ws-fail-count > zero or ws-bad-count > zero
               display 'Y2KTEST: *** DATE ROUTINES FAIL THEIR '
                       'CASES - SEE ' function trim(ws-report-name)
                       ' ***'
               move 8 to return-code
           end-if
           stop run.

       run-one-case.
           move spaces to ws-word-table
           unstring case-record delimited by all spaces
               into ws-word(1) ws-word(2) ws-word(3) ws-word(4)
                    ws-word(5) ws-word(6) ws-word(7) ws-word(8)
                    ws-word(9) ws-word(10)
           end-unstring
           evaluate true
               when case-record(1:1) = '*'
               when case-record = spaces
                   continue
               when ws-word(1) = 'X'
                   perform run-xpnd-case
               when ws-word(1) = 'D'
                   perform run-dcalc-case
               when other
                   perform report-malformed-case
           end-evaluate.

      *
      * X <id> <yymmdd> <pivot> <fiscal> <expect> <status>
      *
       run-xpnd-case.
           move 'Y' to ws-case-ok
           move spaces to ws-x-in-format ws-x-out-format
           if ws-word(8) not = '-'
               move ws-word(8) to ws-x-in-format
           end-if
           if ws-word(9) not = '-'
               move ws-word(9) to ws-x-out-format
           end-if
           if ws-x-in-format = spaces
               if ws-word(3)(1:6) is not numeric
                       or ws-word(3)(7:1) not = space
                   move 'N' to ws-case-ok
               end-if
           else
               if function test-numval(ws-word(3)) not = 0
                       or ws-word(3)(9:1) not = space
                   move 'N' to ws-case-ok
               end-if
           end-if
           move zeros to ws-x-pivot ws-x-fiscal
           if ws-word(4) not = '-'
               if ws-word(4)(1:6) is numeric
                   move ws-word(4)(1:6) to ws-x-pivot
               else
                   move 'N' to ws-case-ok
               end-if
           end-if
           if ws-word(5) not = '-'
               if ws-word(5)(1:2) is numeric
                   move ws-word(5)(1:2) to ws-x-fiscal
               else
                   move 'N' to ws-case-ok
               end-if
           end-if
           move ws-word(6) to ws-expect-word
           move ws-word(7) to ws-status-word
           perform take-expected-value
           if ws-case-ok = 'N'
               perform report-malformed-case
           else
               add 1 to ws-run-count
               move zeros to ws-x-date
               if ws-x-in-format = spaces
                   move ws-word(3)(1:6) to ws-x-date(3:6)
               else
                   compute ws-x-date = function numval(ws-word(3))
               end-if
               move spaces to ws-x-status
               move 'N' to ws-x-log
               call 'Y2KXPND' using ws-x-date, ws-x-pivot,
                   ws-x-original, ws-x-status, ws-x-fiscal,
                   ws-x-log, ws-x-in-format, ws-x-out-format
               end-call
               move ws-x-date to ws-actual-value
               move ws-x-status to ws-actual-status
               move 'Y2KXPND' to rpt-routine
               move spaces to ws-inputs
               string ws-word(3) delimited by space
                   ' ' delimited by size ws-word(4) delimited by space
                   ' ' delimited by size ws-word(5) delimited by space
                   ' ' delimited by size ws-word(8) delimited by space
                   ' ' delimited by size ws-word(9) delimited by space
                   into ws-inputs
               perform judge-the-case
           end-if.

      *
      * D <id> <fn> <date-1> <date-2> <days> <expect> <status>
      *
       run-dcalc-case.
           move 'Y' to ws-case-ok
           move ws-word(3)(1:1) to ws-d-function
           move spaces to ws-d-format
           if ws-word(9) not = '-'
               move ws-word(9) to ws-d-format
           end-if
           if function test-numval(ws-word(4)) not = 0
                   or ws-word(4)(9:1) not = space
               move 'N' to ws-case-ok
           end-if
           if ws-d-format = spaces
                   and ws-word(4)(1:8) is not numeric
               move 'N' to ws-case-ok
           end-if
           move zeros to ws-d-date-2 ws-d-days
           if ws-word(5) not = '-'
               if function test-numval(ws-word(5)) = 0
                       and ws-word(5)(9:1) = space
                   compute ws-d-date-2 = function numval(ws-word(5))
               else
                   move 'N' to ws-case-ok
               end-if
           end-if
           if ws-word(6) not = '-'
               if function test-numval(ws-word(6)) = 0
                   compute ws-d-days = function numval(ws-word(6))
               else
                   move 'N' to ws-case-ok
               end-if
           end-if
           move ws-word(7) to ws-expect-word
           move ws-word(8) to ws-status-word
           perform take-expected-value
           if ws-case-ok = 'N'
               perform report-malformed-case
           else
               add 1 to ws-run-count
               compute ws-d-date-1 = function numval(ws-word(4))
               move zeros to ws-d-dow
               move spaces to ws-d-status
               call 'Y2KDCALC' using ws-d-function, ws-d-date-1,
                   ws-d-date-2, ws-d-days, ws-d-dow, ws-d-status,
                   ws-d-format
               end-call
               evaluate ws-d-function
                   when 'D'
                       move ws-d-days to ws-actual-value
                   when 'W'
                       move ws-d-dow to ws-actual-value
                   when other
                       move ws-d-date-1 to ws-actual-value
               end-evaluate
               move ws-d-status to ws-actual-status
               move 'Y2KDCALC' to rpt-routine
               move spaces to ws-inputs
               string ws-word(3) delimited by space
                   ' ' delimited by size ws-word(4) delimited by space
                   ' ' delimited by size ws-word(5) delimited by space
                   ' ' delimited by size ws-word(6) delimited by space
                   ' ' delimited by size ws-word(9) delimited by space
                   into ws-inputs
               perform judge-the-case
           end-if.

       take-expected-value.
           move 'N' to ws-expect-checked
           move zeros to ws-expect-value
           if ws-expect-word not = '-'
               if function test-numval(ws-expect-word) = 0
                   compute ws-expect-value =
                       function numval(ws-expect-word)
                   move 'Y' to ws-expect-checked
               else
                   move 'N' to ws-case-ok
               end-if
           end-if
           if ws-status-word = spaces
                   or ws-status-word(3:1) not = space
               move 'N' to ws-case-ok
           end-if
           move ws-status-word(1:2) to ws-expect-status.

       judge-the-case.
           if ws-actual-status = ws-expect-status
                   and (ws-expect-checked = 'N'
                   or ws-actual-value = ws-expect-value)
               add 1 to ws-pass-count
           else
               add 1 to ws-fail-count
               move ws-word(2) to rpt-id
               move ws-inputs to rpt-inputs
               if ws-expect-checked = 'Y'
                   move ws-expect-value to ws-expect-disp
                   move ws-expect-disp to rpt-expect
               else
                   move '        -' to rpt-expect
               end-if
               move ws-actual-value to ws-actual-disp
               move ws-actual-disp to rpt-actual
               move ws-expect-status to rpt-expect-status
               move ws-actual-status to rpt-actual-status
               move ws-fail-line to report-line
               write report-line
           end-if.

       report-malformed-case.
           add 1 to ws-bad-count
           move spaces to report-line
           string 'MALFORMED CASE LINE ' ws-read-count ': '
               case-record(1:80)
               delimited by size into report-line
           write report-line.
