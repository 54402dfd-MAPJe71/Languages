      * statistics before the conversion touches a byte.
      *
      * Template lines are Y2KBATCH's own: 'LRECL nnnn' once, one
      * 'FIELD in-pos out-pos [in-format]' per date field - YYMMDD
      * unless the card names YYDDD, YYYYDDD, MMDDYY or DDMMYY,
      * and the field profiled at that format's width. A Julian
      * field has no month to be impossible; a day of the year
      * past the year's last scores as a bad day.
      *
      * Arguments: 1 the template file (required), 2 the target
      * file (default Y2KIN.TXT, the dataset Y2KBATCH reads), 3
       01 ws-tmpl-word-1           pic x(10) value spaces.
       01 ws-tmpl-word-2           pic x(10) value spaces.
       01 ws-tmpl-word-3           pic x(10) value spaces.
       01 ws-tmpl-word-4           pic x(10) value spaces.

      *
      * One profile bucket per declared field position.
               05 ws-fld-nonnum    pic 9(6).
               05 ws-fld-badmm     pic 9(6).
               05 ws-fld-baddd     pic 9(6).
               05 ws-fld-low       pic 9(7).
               05 ws-fld-high      pic 9(7).
               05 ws-fld-fmt       pic x(8).
               05 ws-fld-len       pic 9.
       01 ws-fld-count             pic 9(2) value zeros.
       01 ws-fld-sub               pic 9(2) value zeros.

       01 ws-fld-text              pic x(7) value spaces.
       01 ws-fld-value             pic 9(7) value zeros.
       01 ws-mm                    pic 9(2) value zeros.
       01 ws-dd                    pic 9(2) value zeros.
       01 ws-ddd                   pic 9(3) value zeros.
       01 ws-date-8                pic 9(8) value zeros.
       01 ws-xpnd-status           pic x(2) value spaces.
       01 ws-dcalc-func            pic x value space.
           03 filler               pic x(7) value ' BADDD '.
           03 rpt-baddd            pic zzzzz9.
           03 filler               pic x(5) value ' LOW '.
           03 rpt-low              pic 9(7).
           03 filler               pic x(6) value ' HIGH '.
           03 rpt-high             pic 9(7).
           03 filler               pic x(2) value spaces.
           03 rpt-flag             pic x(12).


       load-one-tmpl-line.
           move spaces to ws-tmpl-word-1 ws-tmpl-word-2
                          ws-tmpl-word-3 ws-tmpl-word-4
           unstring function upper-case(tmpl-record)
               delimited by all spaces
               into ws-tmpl-word-1 ws-tmpl-word-2
                    ws-tmpl-word-3 ws-tmpl-word-4
           end-unstring
           evaluate ws-tmpl-word-1
               when 'LRECL'
                           to ws-fld-badmm(ws-fld-count)
                       move zeros
                           to ws-fld-baddd(ws-fld-count)
                       move 9999999
                           to ws-fld-low(ws-fld-count)
                       move zeros
                           to ws-fld-high(ws-fld-count)
                       perform take-field-format
                   end-if
           end-evaluate.

       take-field-format.
           move ws-tmpl-word-4 to ws-fld-fmt(ws-fld-count)
           if ws-fld-fmt(ws-fld-count) = spaces
               move 'YYMMDD' to ws-fld-fmt(ws-fld-count)
           end-if
           evaluate ws-fld-fmt(ws-fld-count)
               when 'YYMMDD'
               when 'MMDDYY'
               when 'DDMMYY'
                   move 6 to ws-fld-len(ws-fld-count)
               when 'YYDDD'
                   move 5 to ws-fld-len(ws-fld-count)
               when 'YYYYDDD'
                   move 7 to ws-fld-len(ws-fld-count)
               when other
                   display 'DATE-PROF: TEMPLATE FIELD AT '
                           ws-fld-pos(ws-fld-count)
                           ' NAMES AN UNKNOWN DATE FORMAT'
                   close tmpl-file
                   move 16 to return-code
                   stop run
           end-evaluate.

       profile-one-record.
           perform varying ws-fld-sub from 1 by 1
                   until ws-fld-sub > ws-fld-count
      * validation, so Feb 29 of a non-leap year scores bad.
      *
       profile-one-field.
           move spaces to ws-fld-text
           move data-record(ws-fld-pos(ws-fld-sub):
                   ws-fld-len(ws-fld-sub))
               to ws-fld-text
           if ws-fld-text(1:ws-fld-len(ws-fld-sub)) is not numeric
               add 1 to ws-fld-nonnum(ws-fld-sub)
           else
               compute ws-fld-value = function numval(ws-fld-text)
               if ws-fld-value < ws-fld-low(ws-fld-sub)
                   move ws-fld-value to ws-fld-low(ws-fld-sub)
               end-if
               if ws-fld-value > ws-fld-high(ws-fld-sub)
                   move ws-fld-value to ws-fld-high(ws-fld-sub)
               end-if
               perform split-field-date
               evaluate true
                   when ws-ddd not = zeros
                       if ws-ddd > 366
                           add 1 to ws-fld-baddd(ws-fld-sub)
                       else
                           perform judge-full-date
                       end-if
                   when ws-mm < 1 or ws-mm > 12
                       add 1 to ws-fld-badmm(ws-fld-sub)
                   when ws-dd < 1 or ws-dd > 31
               end-evaluate
           end-if.

      *
      * Month and day, or the Julian day of the year, out of the
      * field as its format lays them out. A Julian day of zero
      * is read as day 999 so it can never pass for a date.
      *
       split-field-date.
           move zeros to ws-mm ws-dd ws-ddd
           evaluate ws-fld-fmt(ws-fld-sub)
               when 'YYMMDD'
                   move ws-fld-text(3:2) to ws-mm
                   move ws-fld-text(5:2) to ws-dd
               when 'MMDDYY'
                   move ws-fld-text(1:2) to ws-mm
                   move ws-fld-text(3:2) to ws-dd
               when 'DDMMYY'
                   move ws-fld-text(1:2) to ws-dd
                   move ws-fld-text(3:2) to ws-mm
               when 'YYDDD'
                   move ws-fld-text(3:3) to ws-ddd
               when 'YYYYDDD'
                   move ws-fld-text(5:3) to ws-ddd
           end-evaluate
           if (ws-fld-fmt(ws-fld-sub) = 'YYDDD'
                   or ws-fld-fmt(ws-fld-sub) = 'YYYYDDD')
                   and ws-ddd = zeros
               move 999 to ws-ddd
           end-if.

       judge-full-date.
           move ws-fld-value to ws-date-8
           move spaces to ws-xpnd-status
           call 'Y2KXPND' using ws-date-8, omitted,
                   omitted, ws-xpnd-status, omitted, omitted,
                   ws-fld-fmt(ws-fld-sub), omitted
           move 'W' to ws-dcalc-func
           move spaces to ws-dcalc-status
           call 'Y2KDCALC' using ws-dcalc-func, ws-date-8,
                   omitted, omitted, ws-dcalc-dow,
                   ws-dcalc-status
           if ws-xpnd-status not = '00'
                   or ws-dcalc-status not = '00'
               add 1 to ws-fld-baddd(ws-fld-sub)
           else
           move ws-fld-nonnum(ws-fld-sub) to rpt-nonnum
           move ws-fld-badmm(ws-fld-sub) to rpt-badmm
           move ws-fld-baddd(ws-fld-sub) to rpt-baddd
           if ws-fld-low(ws-fld-sub) = 9999999
                   and ws-fld-high(ws-fld-sub) = zeros
               move zeros to rpt-low
           else
