      * adjustment, so the replay judges the plain window - the
      * same comparison Y2KXPND makes when no fiscal month is
      * passed. Entries the original call rejected (status 02)
      * windowed nothing and are counted, not judged. A call that
      * read its date in another layout is judged on the month and
      * day it came out as; one that read a four-digit year
      * (YYYYDDD) was never windowed and is counted apart.
      *
      * Arguments: 1 the candidate pivot YYMMDD (required), 2 the
      * audit log (default Y2KLOG.TXT), 3 the report file
           03  log-output          pic 9(8).
           03  filler              pic x.
           03  log-status          pic x(2).
           03  filler              pic x.
           03  log-format          pic x(8).

       fd  report-file.
       01  report-line             pic x(132).
       01 ws-read-count            pic 9(6) value zeros.
       01 ws-judged-count          pic 9(6) value zeros.
       01 ws-rejected-count        pic 9(6) value zeros.
       01 ws-unwindowed-count      pic 9(6) value zeros.
       01 ws-flip-count            pic 9(6) value zeros.

       01 ws-flip-line.
           string 'ENTRIES ' ws-read-count
               ' JUDGED ' ws-judged-count
               ' REJECTED-AT-CALL ' ws-rejected-count
               ' NOT WINDOWED ' ws-unwindowed-count
               ' WOULD FLIP ' ws-flip-count
               delimited by size into report-line
           write report-line
      * pass in silence - the report is the blast radius only.
      *
       judge-one-entry.
           evaluate true
               when log-status not = '00'
                   add 1 to ws-rejected-count
               when log-format = 'YYYYDDD'
                   add 1 to ws-unwindowed-count
               when other
                   perform judge-windowed-entry
           end-evaluate.

       judge-windowed-entry.
           add 1 to ws-judged-count
           if log-format = spaces or log-format = 'YYMMDD'
               compute ws-date-6 =
                   function mod(log-input, 1000000)
           else
               compute ws-date-6 =
                   function mod(log-output, 1000000)
           end-if
           compute ws-old-century = log-output / 1000000
           if ws-date-6 >= ws-cand-pivot
               move 19 to ws-new-century
           else
               move 20 to ws-new-century
           end-if
           if ws-new-century not = ws-old-century
               add 1 to ws-flip-count
               compute ws-new-output =
                   (ws-new-century * 1000000) + ws-date-6
               move log-input to rpt-input
               move log-output to rpt-old
               move ws-new-output to rpt-new
               move log-pivot to rpt-old-pivot
               move ws-flip-line to report-line
               write report-line
           end-if.
