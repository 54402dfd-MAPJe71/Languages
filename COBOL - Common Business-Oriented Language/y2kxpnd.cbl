      *
      * Y2K windowing routines
      *
      * CALL 'Y2KXPND' USING date, pivot, original, status,
      *                      fiscal-month, log-switch, in-format,
      *                      out-format
      *   date          9(8)  the two-digit-year date in, right
      *                       justified; the windowed date out
      *   pivot         9(6)  optional YYMMDD boundary for this
      *                       call (else Y2KPIVOT.CTL, else 600101)
      *   original      9(8)  optional - the date as passed
      *   status        X(2)  optional - 00 good, 02 invalid date
      *                       (handed back unwindowed), 03 unknown
      *                       format
      *   fiscal-month  9(2)  optional fiscal-year window
      *   log-switch    X(1)  optional - 'Y' writes Y2KLOG.TXT
      *   in-format     X(8)  optional - the layout of the date
      *                       passed: YYMMDD (the default), YYDDD
      *                       or YYYYDDD (Julian), MMDDYY, DDMMYY
      *   out-format    X(8)  optional - the layout handed back:
      *                       YYYYMMDD (the default), YYYYDDD,
      *                       MMDDYYYY, DDMMYYYY
      *
      * A YYYYDDD date already carries its century and is only
      * converted, never windowed. A Julian day past the year's
      * last is rejected as 02, like a 31st of February.
      *
       identification division.
       program-id. Y2KXPND.
           03  log-output          pic 9(8).
           03  filler              pic x value space.
           03  log-status          pic x(2).
           03  filler              pic x.
           03  log-format          pic x(8).

      *
      * Operations-maintained pivot override (see CTL-MAINT) - read

       working-storage section.
       01 ws-pivot-boundary   pic 9(6) value 600101.
      *    the shop's own boundary - built in, or off the control
      *    file - kept apart from the one in force for this call,
      *    so a caller's pivot never outlives its CALL
       01 ws-default-pivot    pic 9(6) value 600101.
       01 ws-log-status       pic x(2) value spaces.
       01 ws-pivot-ctl-status pic x(2) value spaces.
       01 ws-pivot-ctl-read   pic x value 'N'.
       01 ws-cmp-yy           pic 9(2).
       01 ws-orig-date        pic 9(8).

      *
      * The date as passed, in whichever layout it came - MMDDYY
      * and DDMMYY are rearranged to YYMMDD, a Julian day is
      * turned into its month and day, before the window applies.
      *
       01 ws-in-format        pic x(8) value spaces.
       01 ws-out-format       pic x(8) value spaces.
       01 ws-in-6             pic 9(6).
       01 ws-in-6r redefines ws-in-6.
           03 ws-in-a         pic 9(2).
           03 ws-in-b         pic 9(2).
           03 ws-in-c         pic 9(2).
       01 ws-jul-yyyy         pic 9(4) value zeros.
       01 ws-jul-ddd          pic 9(3) value zeros.
       01 ws-year-days        pic 9(3) value zeros.
       01 ws-full-date        pic 9(8) value zeros.
       01 ws-full-date-r redefines ws-full-date.
           03 ws-full-yyyy    pic 9(4).
           03 ws-full-mm      pic 9(2).
           03 ws-full-dd      pic 9(2).
       01 ws-century-held     pic x value 'N'.
       01 ws-format-bad       pic x value 'N'.

       linkage section.
       01 arg-date            pic 9(8).
       01 arg-pivot-year      pic 9(6).
       01 arg-status          pic x(2).
       01 arg-fiscal-month    pic 9(2).
       01 arg-log-switch      pic x.
       01 arg-in-format       pic x(8).
       01 arg-out-format      pic x(8).

       procedure division using arg-date,
                                 by reference optional arg-pivot-year,
                                 by reference optional arg-status,
                                 by reference optional
                                    arg-fiscal-month,
                                 by reference optional arg-log-switch,
                                 by reference optional arg-in-format,
                                 by reference optional
                                    arg-out-format.

           move arg-date to ws-orig-date
           if arg-original-date is not omitted
               move arg-pivot-year to ws-pivot-boundary
           else
             perform read-pivot-control
             move ws-default-pivot to ws-pivot-boundary
           end-if

           perform take-formats
           if ws-format-bad = 'Y'
             if arg-status is not omitted
               move '03' to arg-status
             end-if
             if arg-log-switch is not omitted and arg-log-switch = 'Y'
               perform write-audit-log
             end-if
             go to y2kxpnd-exit
           end-if

           move 'N' to ws-century-held
           perform take-input-date
           perform validate-date

           if (arg-status is not omitted and arg-status = '02')
               or ws-format-bad = 'Y'
             move ws-orig-date to arg-date
             if arg-log-switch is not omitted and arg-log-switch = 'Y'
               perform write-audit-log
             end-if
             go to y2kxpnd-exit
           end-if

           if ws-century-held = 'Y'
             move ws-full-date to arg-date
             go to y2kxpnd-give-date
           end-if

           if arg-fiscal-month is not omitted
             and arg-fiscal-month not = zeros
               move ws-yy to ws-cmp-yy
           end-if

           if ws-cmp-date >= ws-pivot-boundary
             compute arg-date = ws-date-6 + 19000000
           else
             compute arg-date = ws-date-6 + 20000000
           end-if
           if ws-in-format = 'YYDDD'
             perform settle-julian-century
           end-if.

       y2kxpnd-give-date.
           if arg-log-switch is not omitted and arg-log-switch = 'Y'
             perform write-audit-log
           end-if
           if arg-status is omitted or arg-status = '00'
             perform give-output-format
           end-if.

       y2kxpnd-exit.
           exit program.

      *
      * Both layouts named up front - an unknown one is refused
      * before the date is touched.
      *
       take-formats.
           move 'N' to ws-format-bad
           move spaces to ws-in-format ws-out-format
           if arg-in-format is not omitted
             move arg-in-format to ws-in-format
           end-if
           if arg-out-format is not omitted
             move arg-out-format to ws-out-format
           end-if
           if ws-in-format = spaces
             move 'YYMMDD' to ws-in-format
           end-if
           if ws-out-format = spaces
             move 'YYYYMMDD' to ws-out-format
           end-if
           if ws-in-format not = 'YYMMDD' and not = 'YYDDD'
               and not = 'YYYYDDD' and not = 'MMDDYY'
               and not = 'DDMMYY'
             move 'Y' to ws-format-bad
           end-if
           if ws-out-format not = 'YYYYMMDD' and not = 'YYYYDDD'
               and not = 'MMDDYYYY' and not = 'DDMMYYYY'
             move 'Y' to ws-format-bad
           end-if.

      *
      * Into YYMMDD for the window. A YYDDD day is placed in its
      * month under the two-digit year's leap rule, then settled
      * once the century is known (only 1900 differs); a YYYYDDD
      * day needs no window at all.
      *
       take-input-date.
           evaluate ws-in-format
             when 'YYMMDD'
               move arg-date to ws-date-6
             when 'MMDDYY'
               move arg-date to ws-in-6
               compute ws-date-6 =
                   ws-in-c * 10000 + ws-in-a * 100 + ws-in-b
             when 'DDMMYY'
               move arg-date to ws-in-6
               compute ws-date-6 =
                   ws-in-c * 10000 + ws-in-b * 100 + ws-in-a
             when 'YYDDD'
               compute ws-jul-yyyy =
                   function mod(arg-date, 100000) / 1000
               compute ws-jul-ddd = function mod(arg-date, 1000)
               if ws-jul-yyyy = 0
                 move 2000 to ws-jul-yyyy
               else
                 add 1900 to ws-jul-yyyy
               end-if
               perform place-julian-day
               if ws-format-bad = 'N'
                 compute ws-date-6 =
                     function mod(ws-full-date, 1000000)
               else
                 move zeros to ws-date-6
               end-if
             when 'YYYYDDD'
               compute ws-jul-yyyy = arg-date / 1000
               compute ws-jul-ddd = function mod(arg-date, 1000)
               perform place-julian-day
               move 'Y' to ws-century-held
               compute ws-date-6 =
                   function mod(ws-full-date, 1000000)
           end-evaluate.

       place-julian-day.
           perform count-year-days
           if ws-jul-ddd < 1 or ws-jul-ddd > ws-year-days
               move zeros to ws-full-date
               if arg-status is not omitted
                 move '02' to arg-status
               else
                 move 'Y' to ws-format-bad
               end-if
           else
               compute ws-full-date = function date-of-integer(
                   function integer-of-day(
                       ws-jul-yyyy * 1000 + ws-jul-ddd))
           end-if.

       count-year-days.
           move 365 to ws-year-days
           if function mod(ws-jul-yyyy, 4) = 0
             if function mod(ws-jul-yyyy, 100) not = 0
                 or function mod(ws-jul-yyyy, 400) = 0
               move 366 to ws-year-days
             end-if
           end-if.

       settle-julian-century.
           compute ws-jul-yyyy = arg-date / 10000
           perform count-year-days
           if ws-jul-ddd > ws-year-days
             move ws-orig-date to arg-date
             if arg-status is not omitted
               move '02' to arg-status
             end-if
           else
             compute arg-date = function date-of-integer(
                 function integer-of-day(
                     ws-jul-yyyy * 1000 + ws-jul-ddd))
           end-if.

      *
      * The windowed YYYYMMDD into the layout the caller asked for.
      *
       give-output-format.
           move arg-date to ws-full-date
           evaluate ws-out-format
             when 'YYYYDDD'
               compute arg-date = ws-full-yyyy * 1000
                   + function integer-of-date(ws-full-date)
                   - function integer-of-date(
                         ws-full-yyyy * 10000 + 0101)
                   + 1
             when 'MMDDYYYY'
               compute arg-date = ws-full-mm * 1000000
                   + ws-full-dd * 10000 + ws-full-yyyy
             when 'DDMMYYYY'
               compute arg-date = ws-full-dd * 1000000
                   + ws-full-mm * 10000 + ws-full-yyyy
           end-evaluate.

      *
      * Reject an obviously bad month or day rather than window it
      * into a nonsense eight-digit date.
      *
       validate-date.
           if arg-status is omitted or ws-century-held = 'Y'
               or ws-in-format = 'YYDDD'
             continue
           else
             if ws-mm < 1 or ws-mm > 12
                 not at end
                   if pivot-ctl-record is numeric
                     and pivot-ctl-record not = zeros
                       move pivot-ctl-record to ws-default-pivot
                   end-if
               end-read
               close pivot-ctl
           if ws-log-status not = "00"
             open output y2k-log-file
           end-if
           move spaces            to y2k-log-record
           move ws-orig-date      to log-input
           move ws-pivot-boundary to log-pivot
           move arg-date          to log-output
           move ws-in-format      to log-format
           if arg-status is omitted
             move '00' to log-status
           else
