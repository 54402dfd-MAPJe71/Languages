      * linkage arguments, optional status field.
      *
      * CALL 'Y2KDCALC' USING function, date-1, date-2, days, dow,
      *                       status, format
      *   function  X(1)  'D' days between date-1 and date-2
      *                       (into days, signed, date-2 - date-1)
      *                   'A' add days (signed) to date-1, result
      *   days      S9(7) day count in or out
      *   dow       9(1)  day of week out
      *   status    X(2)  optional - 00 good, 02 invalid date,
      *                   03 unknown function or format
      *   format    X(8)  optional - the layout of date-1 and
      *                   date-2, and of the 'A' result: YYYYMMDD
      *                   (the default), YYYYDDD, MMDDYYYY,
      *                   DDMMYYYY, or a two-digit-year YYMMDD,
      *                   YYDDD, MMDDYY, DDMMYY windowed through
      *                   Y2KXPND on the way in (its pivot, its
      *                   rules) and handed back two-digit
      *
       identification division.
       program-id. Y2KDCALC.
       01 ws-valid            pic x value 'Y'.
       01 ws-month-days       pic 9(2) value zeros.

      *
      * The dates in YYYYMMDD whatever layout they came in, and
      * the conversion work areas.
      *
       01 ws-format           pic x(8) value spaces.
       01 ws-date-1           pic 9(8) value zeros.
       01 ws-date-2           pic 9(8) value zeros.
       01 ws-conv-in          pic 9(8) value zeros.
       01 ws-conv-in-r redefines ws-conv-in.
           03 ws-ci-first     pic 9(2).
           03 ws-ci-second    pic 9(2).
           03 ws-ci-yyyy      pic 9(4).
       01 ws-conv-date        pic 9(8) value zeros.
       01 ws-conv-date-r redefines ws-conv-date.
           03 ws-cv-yyyy      pic 9(4).
           03 ws-cv-mm        pic 9(2).
           03 ws-cv-dd        pic 9(2).
       01 ws-conv-yyyy        pic 9(4) value zeros.
       01 ws-conv-ddd         pic 9(3) value zeros.
       01 ws-year-days        pic 9(3) value zeros.
       01 ws-xp-status        pic x(2) value spaces.

       linkage section.
       01 arg-function        pic x.
       01 arg-date-1          pic 9(8).
       01 arg-days            pic s9(7).
       01 arg-dow             pic 9.
       01 arg-status          pic x(2).
       01 arg-format          pic x(8).

       procedure division using arg-function,
                                 arg-date-1,
                                 by reference optional arg-date-2,
                                 by reference optional arg-days,
                                 by reference optional arg-dow,
                                 by reference optional arg-status,
                                 by reference optional arg-format.

           if arg-status is not omitted
             move '00' to arg-status
           end-if

           move 'YYYYMMDD' to ws-format
           if arg-format is not omitted
             if arg-format not = spaces
               move arg-format to ws-format
             end-if
           end-if
           if ws-format not = 'YYYYMMDD' and not = 'YYYYDDD'
               and not = 'MMDDYYYY' and not = 'DDMMYYYY'
               and not = 'YYMMDD' and not = 'YYDDD'
               and not = 'MMDDYY' and not = 'DDMMYY'
             if arg-status is not omitted
               move '03' to arg-status
             end-if
             go to y2kdcalc-exit
           end-if

           move arg-date-1 to ws-conv-in
           perform take-one-date
           move ws-conv-date to ws-date-1
           move ws-date-1 to ws-date-r
           if ws-valid = 'Y'
             perform validate-one-date
           end-if
           if ws-valid = 'N'
             perform set-bad-date-status
             go to y2kdcalc-exit
           end-if
           compute ws-int-1 =
               function integer-of-date(ws-date-1)

           evaluate arg-function
             when 'D'
           if arg-date-2 is omitted or arg-days is omitted
             perform set-bad-date-status
           else
             move arg-date-2 to ws-conv-in
             perform take-one-date
             move ws-conv-date to ws-date-2
             move ws-date-2 to ws-date-r
             if ws-valid = 'Y'
               perform validate-one-date
             end-if
             if ws-valid = 'N'
               perform set-bad-date-status
             else
               compute ws-int-2 =
                   function integer-of-date(ws-date-2)
               compute arg-days = ws-int-2 - ws-int-1
             end-if
           end-if.
             if ws-int-1 < 1
               perform set-bad-date-status
             else
               compute ws-conv-date =
                   function date-of-integer(ws-int-1)
               perform give-one-date
             end-if
           end-if.

             move 'N' to ws-valid
           end-if.

      *
      * Into YYYYMMDD from the caller's layout. Two-digit years go
      * through Y2KXPND so the window is the shop's one window; a
      * Julian day past the year's last is no date at all.
      *
       take-one-date.
           move 'Y' to ws-valid
           evaluate ws-format
             when 'YYYYMMDD'
               move ws-conv-in to ws-conv-date
             when 'MMDDYYYY'
               compute ws-conv-date = ws-ci-yyyy * 10000
                   + ws-ci-first * 100 + ws-ci-second
             when 'DDMMYYYY'
               compute ws-conv-date = ws-ci-yyyy * 10000
                   + ws-ci-second * 100 + ws-ci-first
             when 'YYYYDDD'
               compute ws-conv-yyyy = ws-conv-in / 1000
               compute ws-conv-ddd = function mod(ws-conv-in, 1000)
               perform count-year-days
               if ws-conv-yyyy < 1601 or ws-conv-ddd < 1
                   or ws-conv-ddd > ws-year-days
                 move 'N' to ws-valid
                 move zeros to ws-conv-date
               else
                 compute ws-conv-date = function date-of-integer(
                     function integer-of-day(
                         ws-conv-yyyy * 1000 + ws-conv-ddd))
               end-if
             when other
               move ws-conv-in to ws-conv-date
               move spaces to ws-xp-status
               call 'Y2KXPND' using ws-conv-date, omitted, omitted,
                   ws-xp-status, omitted, omitted, ws-format,
                   omitted
               end-call
               if ws-xp-status not = '00'
                 move 'N' to ws-valid
               end-if
           end-evaluate.

      *
      * The 'A' result back into the caller's layout.
      *
       give-one-date.
           compute ws-conv-ddd = function integer-of-date(ws-conv-date)
               - function integer-of-date(ws-cv-yyyy * 10000 + 0101)
               + 1
           evaluate ws-format
             when 'YYYYMMDD'
               move ws-conv-date to arg-date-1
             when 'YYYYDDD'
               compute arg-date-1 = ws-cv-yyyy * 1000 + ws-conv-ddd
             when 'MMDDYYYY'
               compute arg-date-1 = ws-cv-mm * 1000000
                   + ws-cv-dd * 10000 + ws-cv-yyyy
             when 'DDMMYYYY'
               compute arg-date-1 = ws-cv-dd * 1000000
                   + ws-cv-mm * 10000 + ws-cv-yyyy
             when 'YYMMDD'
               compute arg-date-1 = function mod(ws-conv-date, 1000000)
             when 'YYDDD'
               compute arg-date-1 = function mod(ws-cv-yyyy, 100)
                   * 1000 + ws-conv-ddd
             when 'MMDDYY'
               compute arg-date-1 = ws-cv-mm * 10000
                   + ws-cv-dd * 100 + function mod(ws-cv-yyyy, 100)
             when 'DDMMYY'
               compute arg-date-1 = ws-cv-dd * 10000
                   + ws-cv-mm * 100 + function mod(ws-cv-yyyy, 100)
           end-evaluate.

       count-year-days.
           move 365 to ws-year-days
           if function mod(ws-conv-yyyy, 4) = 0
             if function mod(ws-conv-yyyy, 100) not = 0
                 or function mod(ws-conv-yyyy, 400) = 0
               move 366 to ws-year-days
             end-if
           end-if.

       set-bad-date-status.
           if arg-status is not omitted
             move '02' to arg-status
