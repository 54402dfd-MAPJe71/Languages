      * per file beats one throwaway program per file.
      *
      * Template lines: 'LRECL nnnn' once, then one
      * 'FIELD in-pos out-pos [in-format [out-format]]' per date
      * field, ascending. The out-pos is checked against where the
      * shift actually puts the field, so a miscounted template
      * surfaces immediately.
      *
      * The formats are Y2KXPND's: a field is YYMMDD six digits
      * unless the card names YYDDD (five), YYYYDDD (seven),
      * MMDDYY or DDMMYY, and goes out YYYYMMDD eight digits
      * unless it names YYYYDDD, MMDDYYYY or DDMMYYYY - so a
      * Julian or month-first field converts in the same pass
      * instead of by hand beforehand.
      *
       identification division.
       program-id. Y2KBATCH.
               05 ws-fld-out-pos   pic 9(4).
               05 ws-fld-windowed  pic 9(6).
               05 ws-fld-invalid   pic 9(6).
               05 ws-fld-in-fmt    pic x(8).
               05 ws-fld-out-fmt   pic x(8).
               05 ws-fld-in-len    pic 9.
               05 ws-fld-out-len   pic 9.
       01 ws-fld-count             pic 9(2) value zeros.
       01 ws-fld-sub               pic 9(2) value zeros.
       01 ws-tmpl-word-1           pic x(10) value spaces.
       01 ws-tmpl-word-2           pic x(10) value spaces.
       01 ws-tmpl-word-3           pic x(10) value spaces.
       01 ws-tmpl-word-4           pic x(10) value spaces.
       01 ws-tmpl-word-5           pic x(10) value spaces.
       01 ws-in-ptr                pic 9(4) value zeros.
       01 ws-out-ptr               pic 9(4) value zeros.
       01 ws-gap-len               pic s9(4) value zeros.
       01 ws-fld-text              pic x(7) value spaces.
       01 ws-fmt-len               pic 9 value zero.
       01 ws-pos-warned            pic x value 'N'.
       01 ws-rec-count             pic 9(6) value zeros.


       load-one-tmpl-line.
           move spaces to ws-tmpl-word-1 ws-tmpl-word-2
                          ws-tmpl-word-3 ws-tmpl-word-4
                          ws-tmpl-word-5
           unstring function upper-case(tmpl-record)
               delimited by all spaces
               into ws-tmpl-word-1 ws-tmpl-word-2 ws-tmpl-word-3
                    ws-tmpl-word-4 ws-tmpl-word-5
           end-unstring
           evaluate ws-tmpl-word-1
               when 'LRECL'
                           to ws-fld-windowed(ws-fld-count)
                       move zeros
                           to ws-fld-invalid(ws-fld-count)
                       perform take-field-formats
                   end-if
           end-evaluate.

      *
      * The field widths follow from the formats; a format
      * Y2KXPND does not know stops the run before a record is
      * touched.
      *
       take-field-formats.
           move ws-tmpl-word-4 to ws-fld-in-fmt(ws-fld-count)
           move ws-tmpl-word-5 to ws-fld-out-fmt(ws-fld-count)
           if ws-fld-in-fmt(ws-fld-count) = spaces
               move 'YYMMDD' to ws-fld-in-fmt(ws-fld-count)
           end-if
           if ws-fld-out-fmt(ws-fld-count) = spaces
               move 'YYYYMMDD' to ws-fld-out-fmt(ws-fld-count)
           end-if
           evaluate ws-fld-in-fmt(ws-fld-count)
               when 'YYMMDD'
               when 'MMDDYY'
               when 'DDMMYY'
                   move 6 to ws-fmt-len
               when 'YYDDD'
                   move 5 to ws-fmt-len
               when 'YYYYDDD'
                   move 7 to ws-fmt-len
               when other
                   move zero to ws-fmt-len
           end-evaluate
           move ws-fmt-len to ws-fld-in-len(ws-fld-count)
           evaluate ws-fld-out-fmt(ws-fld-count)
               when 'YYYYMMDD'
               when 'MMDDYYYY'
               when 'DDMMYYYY'
                   move 8 to ws-fmt-len
               when 'YYYYDDD'
                   move 7 to ws-fmt-len
               when other
                   move zero to ws-fmt-len
           end-evaluate
           move ws-fmt-len to ws-fld-out-len(ws-fld-count)
           if ws-fld-in-len(ws-fld-count) = zero
                   or ws-fld-out-len(ws-fld-count) = zero
               display 'Y2KBATCH: TEMPLATE FIELD AT '
                       ws-fld-in-pos(ws-fld-count)
                       ' NAMES AN UNKNOWN DATE FORMAT'
               close tmpl-file
               move 16 to return-code
               stop run
           end-if.

       convert-template-file.
           open input date-in
                output date-out

      *
      * The record is rebuilt left to right: the text between date
      * fields copies verbatim, each date field goes out at its
      * output format's width (eight digits for YYYYMMDD), and
      * everything after it shifts right by the growth of each
      * field before it - which is exactly what the template's
      * out-pos column declares. The two are checked against each
      * other once, on the first record.
      *
       convert-one-record.
           move spaces to data-out-wide
                   move 'Y' to ws-pos-warned
               end-if
               perform convert-one-field
               add ws-fld-in-len(ws-fld-sub) to ws-in-ptr
               add ws-fld-out-len(ws-fld-sub) to ws-out-ptr
           end-perform
           compute ws-gap-len = ws-lrecl - ws-in-ptr + 1
           if ws-gap-len > 0
           write data-out-wide.

       convert-one-field.
           move spaces to ws-fld-text
           move data-in-wide(ws-fld-in-pos(ws-fld-sub):
                   ws-fld-in-len(ws-fld-sub))
               to ws-fld-text
           if ws-fld-text(1:ws-fld-in-len(ws-fld-sub)) is numeric
               move zeros to ws-arg-date
               compute ws-arg-date = function numval(ws-fld-text)
               move spaces to ws-status
               call 'Y2KXPND' using ws-arg-date, omitted,
                       omitted, ws-status, omitted, omitted,
                       ws-fld-in-fmt(ws-fld-sub),
                       ws-fld-out-fmt(ws-fld-sub)
               if ws-status = '00'
                   add 1 to ws-fld-windowed(ws-fld-sub)
                   move ws-arg-date(9 - ws-fld-out-len(ws-fld-sub):
                           ws-fld-out-len(ws-fld-sub))
                       to data-out-wide(ws-out-ptr:
                           ws-fld-out-len(ws-fld-sub))
               else
                   perform carry-invalid-field
               end-if
           else
               perform carry-invalid-field
           end-if.

      *
      * A YYMMDD field that will not window is carried under
      * century 19, the TRAN-MIG8 rule; any other layout goes out
      * as it came, left in its widened field - reported, never
      * lost.
      *
       carry-invalid-field.
           add 1 to ws-fld-invalid(ws-fld-sub)
           add 1 to ws-bad-count
           if ws-fld-in-fmt(ws-fld-sub) = 'YYMMDD'
                   and ws-fld-out-fmt(ws-fld-sub) = 'YYYYMMDD'
               move '19' to data-out-wide(ws-out-ptr:2)
               move ws-fld-text(1:6)
                   to data-out-wide(ws-out-ptr + 2:6)
           else
               move ws-fld-text(1:ws-fld-in-len(ws-fld-sub))
                   to data-out-wide(ws-out-ptr:
                       ws-fld-in-len(ws-fld-sub))
           end-if.

       COPY RUNLOGPA.
