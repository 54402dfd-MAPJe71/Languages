      *
      * Capacity headroom report for the load's in-memory tables -
      * y2ksmpl holds its branch, key-sequence, rates, currency,
      * ledger-bucket, position, and limit-breach tables in fixed
      * OCCURS, and a table that fills spills or quietly ignores
      * the rest. Every load records how full each table got
      * (HWM-<table>) and what it holds (CAP-<table>) in
      * STATHIST.TXT; this report takes each table's fill on the
      * latest business date against its capacity, warns when it
      * passes the operations threshold, and projects the date it
      * fills from its growth since the earliest run on the
      * history. Several runs on one date (a rerun, the partitions
      * of a split load) count as that date's fullest.
      *
      * Arguments: 1 the history file (default STATHIST.TXT), 2
      * the report file (default HEADROOM.TXT), 3 the warning
      * threshold percent of capacity (default 80). RETURN-CODE 4
      * when any table passed the threshold.
      *
       identification division.
       program-id. TBL-HEADROOM.

       environment division.
       input-output section.
       file-control.
           select hist-file
           assign to dynamic w-hist-name
           organization is line sequential
           file status is w-hist-status.
           select report-file
           assign to dynamic w-report-name
           organization is line sequential
           file status is w-report-status.
           COPY BUSDTSL.

       data division.
       file section.
       fd  hist-file.
       01  hist-record.
           03  hs-program                 pic x(8).
           03  filler                     pic x.
           03  hs-date                    pic x(8).
           03  hs-date-n redefines hs-date
                                          pic 9(8).
           03  filler                     pic x.
           03  hs-name.
               05  hs-kind                pic x(4).
               05  hs-table               pic x(8).
           03  filler                     pic x.
           03  hs-value                   pic x(13).
       fd  report-file.
       01  report-line                    pic x(132).
       COPY BUSDTFD.

       working-storage section.
       01  w-hist-name                    pic x(80) value
                                          'STATHIST.TXT'.
       01  w-report-name                  pic x(80) value
                                          'HEADROOM.TXT'.
       01  w-hist-status                  pic x(2) value spaces.
       01  w-report-status                pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-hist-eof                     pic x value 'N'.
           88  hist-eof                   value 'Y'.
       01  w-threshold                    pic 9(3) value 80.

      *
      * One slot per table - its capacity as last recorded, its
      * first and latest business dates with that date's fullest
      * run, and the fullest run ever.
      *
       01  w-tbl-table.
           03  w-tb-entry occurs 30 times.
               05  w-tb-name              pic x(8).
               05  w-tb-cap               pic 9(7).
               05  w-tb-first-date        pic 9(8).
               05  w-tb-first-value       pic 9(7).
               05  w-tb-last-date         pic 9(8).
               05  w-tb-last-value        pic 9(7).
               05  w-tb-peak              pic 9(7).
       01  w-tb-count                     pic 9(2) value zeros.
       01  w-tb-sub                       pic 9(2) value zeros.
       01  w-tb-hit                       pic 9(2) value zeros.

       01  w-value                        pic 9(7) value zeros.
       01  w-pct                          pic 9(5) value zeros.
       01  w-span                         pic 9(7) value zeros.
       01  w-rate                         pic 9(7)v9(4) value zeros.
       01  w-to-full                      pic 9(7) value zeros.
       01  w-full-int                     pic 9(7) value zeros.
       01  w-full-date                    pic 9(8) value zeros.
       01  w-read-count                   pic 9(6) value zeros.
       01  w-warn-count                   pic 9(6) value zeros.

       COPY BUSDTWS.
       COPY RPTFWS.

       01  w-rpt-caption.
           03  filler                     pic x(35) value
               'TABLE      CAP FILLED   PCT  PEAK  '.
           03  filler                     pic x(28) value
               'FIRST   GROWTH/30D   FULL BY'.
       01  w-rpt-rec.
           03  rpt-table                  pic x(8).
           03  filler                     pic x value space.
           03  rpt-cap                    pic zzzz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-filled                 pic zzzz9.
           03  filler                     pic x value space.
           03  rpt-pct                    pic zzz9.
           03  filler                     pic x value '%'.
           03  filler                     pic x value space.
           03  rpt-peak                   pic zzzz9.
           03  filler                     pic x(2) value spaces.
           03  rpt-first                  pic x(8).
           03  filler                     pic x(2) value spaces.
           03  rpt-growth                 pic zzzz9.99.
           03  filler                     pic x(3) value spaces.
           03  rpt-full-by                pic x(11).
           03  filler                     pic x value space.
           03  rpt-warn                   pic x(16).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-hist-name
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-report-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move function numval(w-cmd-arg) to w-threshold
           end-if
           if w-threshold = zero or w-threshold > 100
               display 'TBL-HEADROOM: THRESHOLD MUST BE 1-100'
               move 16 to return-code
               stop run
           end-if

           open input hist-file
           if w-hist-status not = '00'
               display 'TBL-HEADROOM: CANNOT OPEN '
                       function trim(w-hist-name)
               move 16 to return-code
               stop run
           end-if
           perform until hist-eof
               read hist-file
                   at end move 'Y' to w-hist-eof
                   not at end
                       if hs-program = 'Y2KSMPL'
                               and hs-date is numeric
                               and (hs-kind = 'HWM-'
                               or hs-kind = 'CAP-')
                           add 1 to w-read-count
                           perform take-one-entry
                       end-if
               end-read
           end-perform
           close hist-file

           open output report-file
           if w-report-status not = '00'
               display 'TBL-HEADROOM: CANNOT OPEN REPORT '
                       function trim(w-report-name)
               move 16 to return-code
               stop run
           end-if
           perform get-business-date
           move 'HEADROOM' to ws-rpt-id
           move 'TBLHEADR' to ws-rpt-program
           move ws-bus-date to ws-rpt-bus-date
           perform start-standard-report
           move w-rpt-caption to report-line
           perform spool-report-line
           perform varying w-tb-sub from 1 by 1
                   until w-tb-sub > w-tb-count
               perform judge-one-table
           end-perform
           move w-warn-count to ws-rpt-ctl-count
           move zeros to ws-rpt-ctl-amount
           perform end-standard-report
           close report-file

           display 'TBL-HEADROOM SUMMARY: '
                   function trim(w-hist-name)
           display '  ENTRIES READ.....: ' w-read-count
           display '  TABLES TRACKED...: ' w-tb-count
           display '  TABLES WARNED....: ' w-warn-count
           display '  THRESHOLD PCT....: ' w-threshold
           move zero to return-code
           if w-warn-count > zero
               move 4 to return-code
           end-if
           stop run.

       take-one-entry.
           compute w-value = function numval(hs-value)
           move 0 to w-tb-hit
           perform varying w-tb-sub from 1 by 1
                   until w-tb-sub > w-tb-count
               if w-tb-name(w-tb-sub) = hs-table
                   move w-tb-sub to w-tb-hit
               end-if
           end-perform
           if w-tb-hit = 0
               if w-tb-count >= 30
                   display 'TBL-HEADROOM: MORE THAN 30 TABLES - '
                           hs-table ' NOT TRACKED'
               else
                   add 1 to w-tb-count
                   move w-tb-count to w-tb-hit
                   move hs-table to w-tb-name(w-tb-hit)
                   move zeros to w-tb-cap(w-tb-hit)
                                 w-tb-first-date(w-tb-hit)
                                 w-tb-first-value(w-tb-hit)
                                 w-tb-last-date(w-tb-hit)
                                 w-tb-last-value(w-tb-hit)
                                 w-tb-peak(w-tb-hit)
               end-if
           end-if
           if w-tb-hit > 0
               if hs-kind = 'CAP-'
                   move w-value to w-tb-cap(w-tb-hit)
               else
                   perform take-one-fill
               end-if
           end-if.

      *
      * The history is in run order - a date already seen only
      * raises that date's fill, a later date starts a new one.
      *
       take-one-fill.
           if w-tb-first-date(w-tb-hit) = zeros
               move hs-date-n to w-tb-first-date(w-tb-hit)
               move w-value to w-tb-first-value(w-tb-hit)
           end-if
           if hs-date-n = w-tb-first-date(w-tb-hit)
                   and w-value > w-tb-first-value(w-tb-hit)
               move w-value to w-tb-first-value(w-tb-hit)
           end-if
           if hs-date-n = w-tb-last-date(w-tb-hit)
               if w-value > w-tb-last-value(w-tb-hit)
                   move w-value to w-tb-last-value(w-tb-hit)
               end-if
           else
               if hs-date-n > w-tb-last-date(w-tb-hit)
                   move hs-date-n to w-tb-last-date(w-tb-hit)
                   move w-value to w-tb-last-value(w-tb-hit)
               end-if
           end-if
           if w-value > w-tb-peak(w-tb-hit)
               move w-value to w-tb-peak(w-tb-hit)
           end-if.

      *
      * Growth is the straight line from the first date's fill to
      * the latest date's; a table not growing on that line has
      * no fill date to project.
      *
       judge-one-table.
           move spaces to rpt-warn
           move w-tb-name(w-tb-sub) to rpt-table
           move w-tb-cap(w-tb-sub) to rpt-cap
           move w-tb-last-value(w-tb-sub) to rpt-filled
           move w-tb-peak(w-tb-sub) to rpt-peak
           move w-tb-first-date(w-tb-sub) to rpt-first
           move zeros to w-pct
           if w-tb-cap(w-tb-sub) > zero
               compute w-pct = w-tb-last-value(w-tb-sub) * 100
                   / w-tb-cap(w-tb-sub)
           end-if
           move w-pct to rpt-pct
           move zeros to w-rate
           move zeros to w-span
           if w-tb-last-date(w-tb-sub) > w-tb-first-date(w-tb-sub)
               compute w-span =
                   function integer-of-date(w-tb-last-date(w-tb-sub))
                 - function integer-of-date(w-tb-first-date(w-tb-sub))
           end-if
           if w-span > zero and w-tb-last-value(w-tb-sub)
                   > w-tb-first-value(w-tb-sub)
               compute w-rate = (w-tb-last-value(w-tb-sub)
                   - w-tb-first-value(w-tb-sub)) / w-span
           end-if
           compute rpt-growth = w-rate * 30
           evaluate true
               when w-tb-cap(w-tb-sub) = zero
                   move 'NO CAPACITY' to rpt-full-by
               when w-tb-last-value(w-tb-sub)
                       >= w-tb-cap(w-tb-sub)
                   move 'FULL NOW' to rpt-full-by
               when w-rate = zero
                   move 'NOT GROWING' to rpt-full-by
               when other
                   compute w-to-full = (w-tb-cap(w-tb-sub)
                       - w-tb-last-value(w-tb-sub)) / w-rate
                       on size error move 9999999 to w-to-full
                   end-compute
                   if w-to-full > 36500
                       move 'OVER 100 YR' to rpt-full-by
                   else
                       compute w-full-int = function integer-of-date
                           (w-tb-last-date(w-tb-sub)) + w-to-full
                       compute w-full-date =
                           function date-of-integer(w-full-int)
                       move w-full-date to rpt-full-by
                   end-if
           end-evaluate
           if w-tb-cap(w-tb-sub) > zero
                   and (w-pct >= w-threshold
                   or w-tb-last-value(w-tb-sub)
                       >= w-tb-cap(w-tb-sub))
               add 1 to w-warn-count
               move '*** OVER LIMIT' to rpt-warn
               display 'TBL-HEADROOM: ' w-tb-name(w-tb-sub) ' AT '
                       w-pct '% OF ' w-tb-cap(w-tb-sub)
                       ' - FULL BY ' rpt-full-by
           end-if
           move w-rpt-rec to report-line
           perform spool-report-line.

       COPY BUSDTPA.
       COPY RPTFPA.
