      *
      * Report repository retrieval - lists what RPT-FILE has filed
      * and fetches a filed report back out to a dataset, so last
      * month's compliance report or a branch statement for a given
      * date can be reproduced as it was printed on the day.
      *
      *   LIST  [<report-name>] [<from-date>] [<to-date>]
      *         one line per filing: report name, business date,
      *         run stamp, producing program, lines filed, control
      *         count and the dataset it came from.
      *   FETCH <report-name> <bus-date> [<output>] [<run-stamp>]
      *         writes the report filed for that business date to
      *         the output dataset (default RPTGET.TXT). A report run
      *         more than once for the date comes back as its latest
      *         run unless the run stamp YYYYMMDDHHMMSSCC is given.
      *
      * Arguments: 1 LIST or FETCH, then as above.
      *
       identification division.
       program-id. RPT-GET.

       environment division.
       input-output section.
       file-control.
           select repo-file
           assign to "RPTREPO.DAT"
           organization is indexed
           access mode is dynamic
           record key is rr-key
           file status is w-repo-status.
           select index-file
           assign to "RPTINDEX.DAT"
           organization is indexed
           access mode is dynamic
           record key is ri-key
           file status is w-index-status.
           select fetch-out
           assign to dynamic w-out-name
           organization is line sequential
           file status is w-out-status.

       data division.
       file section.
       fd  repo-file.
       01  repo-record.
           03  rr-key.
               05  rr-name                pic x(12).
               05  rr-bus-date            pic x(8).
               05  rr-run-date            pic x(8).
               05  rr-run-time            pic x(8).
               05  rr-line                pic 9(6).
           03  rr-text                    pic x(132).

       fd  index-file.
       01  index-record.
           03  ri-key.
               05  ri-name                pic x(12).
               05  ri-bus-date            pic x(8).
               05  ri-run-date            pic x(8).
               05  ri-run-time            pic x(8).
           03  ri-data.
               05  ri-program             pic x(16).
               05  ri-dataset             pic x(40).
               05  ri-lines               pic 9(6).
               05  ri-ctl-count           pic x(8).
               05  ri-filed-date          pic x(8).
               05  ri-filed-time          pic x(8).
               05  ri-filed-by            pic x(12).
               05  ri-hash                pic x(18).

       fd  fetch-out.
       01  fetch-record                   pic x(132).

       working-storage section.
       01  w-out-name                     pic x(80)
           value "RPTGET.TXT".
       01  w-repo-status                  pic x(2) value spaces.
       01  w-index-status                 pic x(2) value spaces.
       01  w-out-status                   pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-name                         pic x(12) value spaces.
       01  w-from-date                    pic x(8) value low-values.
       01  w-to-date                      pic x(8) value high-values.
       01  w-bus-date                     pic x(8) value spaces.
       01  w-stamp                        pic x(16) value spaces.
       01  w-eof                          pic x value 'N'.
           88  at-eof                     value 'Y'.
       01  w-found                        pic x value 'N'.
       01  w-found-key                    pic x(36) value spaces.
       01  w-found-program                pic x(16) value spaces.
       01  w-found-ctl                    pic x(8) value spaces.
       01  w-found-lines                  pic 9(6) value zeros.
       01  w-fetch-short                  pic x value 'N'.
       01  w-run-count                    pic 9(4) value zeros.
       01  w-list-count                   pic 9(6) value zeros.
       01  w-line-count                   pic 9(6) value zeros.

       01  w-list-line.
           03  w-ll-name                  pic x(12).
           03  filler                     pic x value space.
           03  w-ll-bus-date              pic x(8).
           03  filler                     pic x value space.
           03  w-ll-run-date              pic x(8).
           03  filler                     pic x value space.
           03  w-ll-run-time              pic x(8).
           03  filler                     pic x value space.
           03  w-ll-program               pic x(16).
           03  w-ll-lines                 pic zzzzz9.
           03  filler                     pic x value space.
           03  w-ll-ctl                   pic x(8).
           03  filler                     pic x value space.
           03  w-ll-dataset               pic x(14).

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:8)) to w-action
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:12)) to w-name

           open input index-file
           if w-index-status not = '00'
               display 'RPT-GET: THE REPOSITORY INDEX RPTINDEX.DAT '
                       'CANNOT BE OPENED - STATUS ' w-index-status
               move 16 to return-code
               stop run
           end-if

           evaluate w-action
               when 'LIST'
                   perform list-filings
               when 'FETCH'
                   perform fetch-filing
               when other
                   display 'RPT-GET: ACTION MUST BE LIST OR FETCH'
                   close index-file
                   move 16 to return-code
                   stop run
           end-evaluate
           close index-file
           if w-fetch-short = 'Y'
               move 8 to return-code
           else
               move zero to return-code
           end-if
           stop run.

       list-filings.
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-from-date
           end-if
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg(1:8) is numeric
               move w-cmd-arg(1:8) to w-to-date
           end-if
           if w-name = 'ALL'
               move spaces to w-name
           end-if

           display 'REPORT       BUS DATE RUN DATE RUN TIME '
                   'PROGRAM          LINES CONTROL  DATASET'
           move 'N' to w-eof
           move low-values to ri-key
           move w-name to ri-name
           start index-file key >= ri-key
               invalid key move 'Y' to w-eof
           end-start
           perform until at-eof
               read index-file next
                   at end move 'Y' to w-eof
                   not at end
                       if w-name not = spaces
                               and ri-name not = w-name
                           move 'Y' to w-eof
                       else
                           if ri-bus-date >= w-from-date
                                   and ri-bus-date <= w-to-date
                               perform list-one-filing
                           end-if
                       end-if
               end-read
           end-perform
           display 'RPT-GET SUMMARY:'
           display '  FILINGS LISTED...: ' w-list-count.

       list-one-filing.
           add 1 to w-list-count
           move ri-name to w-ll-name
           move ri-bus-date to w-ll-bus-date
           move ri-run-date to w-ll-run-date
           move ri-run-time to w-ll-run-time
           move ri-program to w-ll-program
           move ri-lines to w-ll-lines
           if ri-ctl-count = spaces
               move '-' to w-ll-ctl
           else
               move ri-ctl-count to w-ll-ctl
           end-if
           move ri-dataset to w-ll-dataset
           display w-list-line.

      *
      * The runs for one report and date sit together in the index
      * in run-stamp order, so the last one read is the latest.
      *
       fetch-filing.
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:8) to w-bus-date
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-out-name
           end-if
           display 5 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:16) to w-stamp
           if w-name = spaces or w-bus-date is not numeric
               display 'RPT-GET: FETCH NEEDS A REPORT NAME AND A '
                       'BUSINESS DATE YYYYMMDD'
               close index-file
               move 16 to return-code
               stop run
           end-if

           move 'N' to w-eof
           move spaces to index-record
           move w-name to ri-name
           move w-bus-date to ri-bus-date
           move low-values to ri-run-date ri-run-time
           start index-file key >= ri-key
               invalid key move 'Y' to w-eof
           end-start
           perform until at-eof
               read index-file next
                   at end move 'Y' to w-eof
                   not at end
                       if ri-name not = w-name
                               or ri-bus-date not = w-bus-date
                           move 'Y' to w-eof
                       else
                           add 1 to w-run-count
                           if w-stamp = spaces
                                   or (w-stamp(1:8) = ri-run-date
                                   and w-stamp(9:8) = ri-run-time)
                               move 'Y' to w-found
                               move ri-key to w-found-key
                               move ri-program to w-found-program
                               move ri-ctl-count to w-found-ctl
                               move ri-lines to w-found-lines
                           end-if
                       end-if
               end-read
           end-perform
           if w-found not = 'Y'
               if w-run-count = zero
                   display 'RPT-GET: NO ' function trim(w-name)
                           ' REPORT IS FILED FOR ' w-bus-date
               else
                   display 'RPT-GET: NO ' function trim(w-name)
                           ' RUN ' w-stamp ' IS FILED FOR '
                           w-bus-date ' - ' w-run-count
                           ' OTHER RUNS ARE'
               end-if
               close index-file
               move 8 to return-code
               stop run
           end-if

           open input repo-file
           if w-repo-status not = '00'
               display 'RPT-GET: THE REPOSITORY RPTREPO.DAT '
                       'CANNOT BE OPENED - STATUS ' w-repo-status
               close index-file
               move 16 to return-code
               stop run
           end-if
           open output fetch-out
           if w-out-status not = '00'
               display 'RPT-GET: CANNOT OPEN ' function trim(w-out-name)
                       ' - STATUS ' w-out-status
               close index-file repo-file
               move 16 to return-code
               stop run
           end-if
           move 'N' to w-eof
           move w-found-key to rr-key(1:36)
           move zeros to rr-line
           start repo-file key >= rr-key
               invalid key move 'Y' to w-eof
           end-start
           perform until at-eof
               read repo-file next
                   at end move 'Y' to w-eof
                   not at end
                       if rr-key(1:36) not = w-found-key
                           move 'Y' to w-eof
                       else
                           move rr-text to fetch-record
                           write fetch-record
                           add 1 to w-line-count
                       end-if
               end-read
           end-perform
           close repo-file fetch-out
      *    the index was written after the lines, so fewer lines
      *    than it counts means the filing has since lost some
           if w-line-count not = w-found-lines
               display 'RPT-GET: *** ' function trim(w-name)
                       ' FETCHED ' w-line-count ' LINES - THE INDEX '
                       'SAYS ' w-found-lines ' - FILING INCOMPLETE ***'
               move 'Y' to w-fetch-short
           end-if

           display 'RPT-GET SUMMARY: ' function trim(w-name)
                   ' FOR ' w-bus-date
           display '  RUN..............: ' w-found-key(21:8) ' '
                   w-found-key(29:8)
           display '  PROGRAM..........: ' w-found-program
           display '  CONTROL COUNT....: ' w-found-ctl
           display '  RUNS FILED.......: ' w-run-count
           display '  LINES FETCHED....: ' w-line-count
           display '  WRITTEN TO.......: ' function trim(w-out-name).
