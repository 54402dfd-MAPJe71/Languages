      * load reads, under a generated HDR header whose count and
      * amount totals are computed from the converted content and
      * whose generation number is the next after the highest in
      * FEEDCTL.TXT for the template's source - so the
      * feed-control guard applies to this feed exactly as it does
      * to the upstream desk's, in a generation sequence of its
      * own. The source must be in the FEEDSRC.CTL registry with
      * format EBCDIC.
      *
      * The transfer is a raw byte stream with no record
      * separators, read in LRECL-byte slices through the CBL
      *
      * Template lines:
      *   LRECL <nnnn>                      once, 1-512
      *   SOURCE <source>                   once, required
      *   FIELD <name> <pos> <len> <type>   name one of KEY, DATE,
      *         AMOUNT, ACTION, ORIGKEY, CURRENCY, SETTLE, CPTY;
      *         type C | P | Z
      *   FIELD DATE|SETTLE <pos> <len> <type> <format>
      *         a date sent as YYMMDD, YYDDD, YYYYDDD, MMDDYY or
      *         DDMMYY, turned by Y2KXPND into the extract's own
      *         YYMMDD trade date or YYYYMMDD settlement date; a
      *         date that will not convert drops the record
      * KEY, DATE, and AMOUNT are required; AMOUNT carries two
      * implied decimals whatever the encoding.
      *
           assign to "FEEDCTL.TXT"
           organization is line sequential
           file status is w-feed-ctl-status.
           select feed-src
           assign to "FEEDSRC.CTL"
           organization is line sequential
           file status is w-feed-src-status.
           select ext-out
           assign to dynamic w-out-name
           organization is line sequential
           03  fc-gen                     pic 9(04).
           03  filler                     pic x.
           03  fc-status                  pic x(08).
           03  filler                     pic x.
           03  fc-source                  pic x(08).

       fd  feed-src.
       01  feed-src-record.
           03  fs-source                  pic x(08).
           03  filler                     pic x.
           03  fs-format                  pic x(08).
           03  filler                     pic x.
           03  fs-ack-file                pic x(20).

       fd  ext-out.
       01  ext-out-record                 pic x(52).
           value "TRADEEXT.DAT".
       01  w-tmpl-status                  pic x(2) value spaces.
       01  w-feed-ctl-status              pic x(2) value spaces.
       01  w-feed-src-status              pic x(2) value spaces.
       01  w-out-status                   pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tmpl-eof                     pic x value 'N'.
           88  in-eof                     value 'Y'.
       01  w-feed-ctl-eof                 pic x value 'N'.
           88  feed-ctl-eof               value 'Y'.
       01  w-feed-src-eof                 pic x value 'N'.
           88  feed-src-eof               value 'Y'.
       01  w-source                       pic x(8) value spaces.
       01  w-fc-source                    pic x(8) value spaces.
       01  w-src-known                    pic x value 'N'.
       01  w-src-format                   pic x(8) value spaces.

       01  w-lrecl                        pic 9(4) value 80.

       01  w-word-3                       pic x(10) value spaces.
       01  w-word-4                       pic x(10) value spaces.
       01  w-word-5                       pic x(10) value spaces.
       01  w-word-6                       pic x(10) value spaces.

       01  w-fld-table.
           03  w-fld-entry occurs 10 times.
               05  w-fld-pos              pic 9(4).
               05  w-fld-len              pic 9(4).
               05  w-fld-type             pic x.
               05  w-fld-fmt              pic x(8).
               05  w-fld-width            pic 9.
       01  w-fld-count                    pic 9(2) value zeros.
       01  w-fld-sub                      pic 9(2) value zeros.

           03  w-x-orig-key               pic x(10).
           03  w-x-currency               pic x(3).
           03  w-x-settle                 pic x(8).
           03  w-x-cpty                   pic x(8).
       01  w-out-table.
           03  w-out-line occurs 500 times pic x(52).
       01  w-out-count                    pic 9(3) value zeros.
       01  w-out-sub                      pic 9(3) value zeros.
       01  w-out-spill                    pic x value 'N'.
           03  w-h-gen                    pic 9(4).
           03  w-h-count                  pic 9(6).
           03  w-h-amount                 pic s9(9)v99.
           03  w-h-source                 pic x(8).

       01  w-high-gen                     pic 9(4) value zeros.
       01  w-new-gen                      pic 9(4) value zeros.
       01  w-amount-work                  pic s9999v99 value zeros.
       01  w-digits-out                   pic 9(15) value zeros.
       01  w-digits-x redefines w-digits-out pic x(15).
       01  w-date-8                       pic 9(8) value zeros.
       01  w-xpnd-status                  pic x(2) value spaces.
       01  w-xpnd-out-fmt                 pic x(8) value 'YYYYMMDD'.
       01  w-dcalc-func                   pic x value 'W'.
       01  w-dcalc-dow                    pic 9 value zero.
       01  w-dcalc-status                 pic x(2) value spaces.

       COPY BUSDTWS.


           perform get-business-date
           perform load-conversion-template
           perform check-feed-source
           perform scan-feed-generations

           call 'CBL_CHECK_FILE_EXIST'
           perform write-extract-file

           display 'FEED-CONV: ' function trim(w-out-name)
                   ' SOURCE ' function trim(w-source)
                   ' GENERATION ' w-new-gen
           display '  RECORDS READ.....: ' w-read-count
           display '  CONVERTED........: ' w-out-count
           end-perform
           close tmpl-file
           perform require-field-named
           if w-source = spaces
               display 'FEED-CONV: TEMPLATE MUST NAME ITS SOURCE'
               move 16 to return-code
               stop run
           end-if
           display 'FEED-CONV: TEMPLATE '
                   function trim(w-tmpl-name)
                   ' LRECL ' w-lrecl ' FIELDS ' w-fld-count.

      *
      * Only a registered source that sends EBCDIC comes through
      * here - the load would refuse anything else anyway, and an
      * extract cut for it would only burn a generation.
      *
       check-feed-source.
           move 'N' to w-src-known
           open input feed-src
           if w-feed-src-status = '00'
               perform until feed-src-eof
                   read feed-src
                       at end move 'Y' to w-feed-src-eof
                       not at end
                           if fs-source = w-source
                               move 'Y' to w-src-known
                               move fs-format to w-src-format
                           end-if
                   end-read
               end-perform
               close feed-src
           end-if
           if w-src-known not = 'Y'
               display 'FEED-CONV: SOURCE ' function trim(w-source)
                       ' NOT IN FEEDSRC.CTL'
               move 16 to return-code
               stop run
           end-if
           if w-src-format not = 'EBCDIC'
               display 'FEED-CONV: SOURCE ' function trim(w-source)
                       ' SENDS ' function trim(w-src-format)
                       ', NOT EBCDIC'
               move 16 to return-code
               stop run
           end-if.

       load-one-tmpl-line.
           move spaces to w-word-1 w-word-2 w-word-3
                          w-word-4 w-word-5 w-word-6
           unstring function upper-case(tmpl-record)
               delimited by all spaces
               into w-word-1 w-word-2 w-word-3 w-word-4
                    w-word-5 w-word-6
           end-unstring
           evaluate w-word-1
               when 'LRECL'
                   if w-lrecl > 512
                       move 512 to w-lrecl
                   end-if
               when 'SOURCE'
                   move w-word-2(1:8) to w-source
               when 'FIELD'
                   if w-fld-count < 10
                       add 1 to w-fld-count
                           function numval(w-word-4)
                       move w-word-5(1:1)
                           to w-fld-type(w-fld-count)
                       perform take-date-format
                   end-if
           end-evaluate.

      *
      * A format word is only taken on the two date fields, and
      * gives the width of the date inside the decoded field.
      *
       take-date-format.
           move w-word-6(1:8) to w-fld-fmt(w-fld-count)
           move zero to w-fld-width(w-fld-count)
           if w-fld-fmt(w-fld-count) not = spaces
               perform check-date-format
           end-if.

       check-date-format.
           if w-fld-name(w-fld-count) not = 'DATE'
                   and w-fld-name(w-fld-count) not = 'SETTLE'
               display 'FEED-CONV: ONLY DATE AND SETTLE TAKE A '
                       'DATE FORMAT'
               close tmpl-file
               move 16 to return-code
               stop run
           end-if
           evaluate w-fld-fmt(w-fld-count)
               when 'YYMMDD'
               when 'MMDDYY'
               when 'DDMMYY'
                   move 6 to w-fld-width(w-fld-count)
               when 'YYDDD'
                   move 5 to w-fld-width(w-fld-count)
               when 'YYYYDDD'
                   move 7 to w-fld-width(w-fld-count)
               when other
                   display 'FEED-CONV: UNKNOWN DATE FORMAT '
                           function trim(w-fld-fmt(w-fld-count))
                           ' ON ' function trim(w-fld-name(w-fld-count))
                   close tmpl-file
                   move 16 to return-code
                   stop run
           end-evaluate.

       require-field-named.
           perform check-field-present
           if w-fld-count = zero
                   read feed-ctl
                       at end move 'Y' to w-feed-ctl-eof
                       not at end
                           move fc-source to w-fc-source
                           if w-fc-source = spaces
                               move 'DESK' to w-fc-source
                           end-if
                           if w-fc-source = w-source
                                   and fc-gen > w-high-gen
                               move fc-gen to w-high-gen
                           end-if
                   end-read
                   perform store-text-or-digits
                   move w-text-out(1:10) to w-x-key
               when 'DATE'
                   if w-fld-fmt(w-fld-sub) = spaces
                       perform store-text-or-digits
                       move w-text-out(1:6) to w-x-trade-date
                   else
                       perform convert-field-date
                       move w-date-8(3:6) to w-x-trade-date
                   end-if
               when 'AMOUNT'
                   if w-fld-type(w-fld-sub) = 'C'
                       move 'Y' to w-dec-bad
               when 'CURRENCY'
                   move w-text-out(1:3) to w-x-currency
               when 'SETTLE'
                   if w-fld-fmt(w-fld-sub) = spaces
                       perform store-text-or-digits
                       move w-text-out(1:8) to w-x-settle
                   else
                       perform convert-field-date
                       move w-date-8 to w-x-settle
                   end-if
               when 'CPTY'
                   move w-text-out(1:8) to w-x-cpty
           end-evaluate.

       store-text-or-digits.
                   to w-text-out(1:w-fld-len(w-fld-sub))
           end-if.

      *
      * The date is the last format-width digits of a numeric
      * decode, or the leading format-width characters of a
      * character one, and comes back from Y2KXPND as YYYYMMDD -
      * a day the month does not have fails Y2KDCALC.
      *
       convert-field-date.
           move zeros to w-date-8
           if w-fld-type(w-fld-sub) not = 'C'
               move w-dec-value to w-digits-out
               move w-digits-x(16 - w-fld-width(w-fld-sub):
                   w-fld-width(w-fld-sub)) to w-text-out
           end-if
           if w-text-out(1:w-fld-width(w-fld-sub)) is not numeric
               move 'Y' to w-dec-bad
           else
               compute w-date-8 = function numval(
                   w-text-out(1:w-fld-width(w-fld-sub)))
               move spaces to w-xpnd-status
               call 'Y2KXPND' using w-date-8, omitted, omitted,
                       w-xpnd-status, omitted, omitted,
                       w-fld-fmt(w-fld-sub), w-xpnd-out-fmt
               move spaces to w-dcalc-status
               call 'Y2KDCALC' using w-dcalc-func, w-date-8,
                       omitted, omitted, w-dcalc-dow,
                       w-dcalc-status
               if w-xpnd-status not = '00'
                       or w-dcalc-status not = '00'
                   move 'Y' to w-dec-bad
               end-if
           end-if.

       write-extract-file.
           open output ext-out
           if w-out-status not = '00'
           end-if
           move ws-bus-date to w-h-feed-date
           move w-new-gen to w-h-gen
           move w-source to w-h-source
           move w-out-count to w-h-count
           move w-amount-total to w-h-amount
           move spaces to ext-out-record
