      *
      * Maintenance for the feed source registry - FEEDSRC.CTL
      * holds one line per desk or bank the y2ksmpl load takes a
      * trade feed from: the source identifier its HDR header
      * carries, the record format it sends, and the file its
      * acknowledgments go back to. Formats are EXTRACT (the
      * native line-sequential extract) and EBCDIC (fixed-length
      * mainframe records converted through FEED-CONV). The
      * acknowledgment file defaults to FEEDACK.<source>.TXT; the
      * original upstream desk (DESK) keeps FEEDACK.TXT by naming
      * it. A source not on the registry is refused by the load
      * and by FEED-CONV. Every change appends an audit line to
      * FEEDSRCAUD.TXT showing who, when, and the before/after
      * values, the way LIMIT-MAINT audits to LIMAUDIT.TXT.
      *
      * Arguments: 1 action LIST | SET | REMOVE, 2 the source,
      * 3 the format EXTRACT | EBCDIC (SET), 4 the acknowledgment
      * file (SET, optional).
      *
       identification division.
       program-id. FEEDSRC-MAINT.

       environment division.
       input-output section.
       file-control.
           select feed-src
           assign to "FEEDSRC.CTL"
           organization is line sequential
           file status is w-feed-src-status.
           select audit-file
           assign to "FEEDSRCAUD.TXT"
           organization is line sequential
           file status is w-audit-status.
           COPY OPAUTHSL.

       data division.
       file section.
       fd  feed-src.
       01  feed-src-record.
           03  fs-source                  pic x(08).
           03  filler                     pic x.
           03  fs-format                  pic x(08).
           03  filler                     pic x.
           03  fs-ack-file                pic x(20).

       fd  audit-file.
       01  audit-record                   pic x(120).
       COPY OPAUTHFD.

       working-storage section.
       01  w-feed-src-status              pic x(2) value spaces.
       01  w-audit-status                 pic x(2) value spaces.
       01  w-cmd-arg                      pic x(40) value spaces.
       01  w-action                       pic x(8) value spaces.
       01  w-source                       pic x(8) value spaces.
       01  w-format                       pic x(8) value spaces.
       01  w-ack-file                     pic x(20) value spaces.
       01  w-feed-src-eof                 pic x value 'N'.
           88  feed-src-eof               value 'Y'.

       01  w-table.
           03  w-entry occurs 50 times.
               05  w-t-source             pic x(8).
               05  w-t-format             pic x(8).
               05  w-t-ack-file           pic x(20).
       01  w-count                        pic 9(3) value zeros.
       01  w-sub                          pic 9(3) value zeros.
       01  w-hit                          pic 9(3) value zeros.
       01  w-old-value                    pic x(40) value spaces.
       01  w-audit-date                   pic x(8) value spaces.
       01  w-audit-time                   pic x(8) value spaces.
       01  w-operator                     pic x(12) value spaces.
       01  w-audit-line                   pic x(120) value spaces.
       COPY OPAUTHWS.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg) to w-action
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:8)) to w-source
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move function upper-case(w-cmd-arg(1:8)) to w-format
           display 4 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           move w-cmd-arg(1:20) to w-ack-file
           accept w-operator from environment 'LOGNAME'
               on exception continue
           end-accept
           if w-operator = spaces
               move 'OPERATOR' to w-operator
           end-if
           accept w-audit-date from date yyyymmdd
           accept w-audit-time from time

           perform load-source-table
           if w-action = 'LIST'
               perform list-sources
               stop run
           end-if
           if w-source = spaces
                   or (w-action not = 'SET'
                   and w-action not = 'REMOVE')
               display 'FEEDSRC-MAINT: USAGE: FEEDSRC-MAINT LIST | '
                       'SET <SOURCE> <EXTRACT|EBCDIC> [ACK-FILE] | '
                       'REMOVE <SOURCE>'
               move 16 to return-code
               stop run
           end-if

           move w-operator to ws-auth-user
           move 'FEEDSRC' to ws-auth-function
           move 'FEEDSRC' to ws-auth-program
           perform check-operator-auth
           if ws-auth-granted not = 'Y'
               display 'FEEDSRC-MAINT: OPERATOR '
                       function trim(w-operator)
                       ' NOT AUTHORIZED'
               move 16 to return-code
               stop run
           end-if

           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               if w-t-source(w-sub) = w-source
                   move w-sub to w-hit
               end-if
           end-perform

           evaluate w-action
               when 'SET'     perform set-source
               when 'REMOVE'  perform remove-source
           end-evaluate
           stop run.

      *
      * The format is what the source sends before anything here
      * touches it - FEED-CONV will only cut an extract for an
      * EBCDIC source.
      *
       set-source.
           evaluate true
               when w-format not = 'EXTRACT'
                       and w-format not = 'EBCDIC'
                   display 'FEEDSRC-MAINT: FORMAT MUST BE '
                           'EXTRACT OR EBCDIC'
                   move 16 to return-code
               when w-hit > 0
                   move spaces to w-old-value
                   string function trim(w-t-format(w-hit)) ' '
                       function trim(w-t-ack-file(w-hit))
                       delimited by size into w-old-value
                   move w-format to w-t-format(w-hit)
                   move w-ack-file to w-t-ack-file(w-hit)
                   perform rewrite-source-table
                   perform audit-set
                   display 'FEEDSRC-MAINT: REPLACED '
                           function trim(w-source)
               when w-count >= 50
                   display 'FEEDSRC-MAINT: REGISTRY FULL'
                   move 16 to return-code
               when other
                   add 1 to w-count
                   move w-source to w-t-source(w-count)
                   move w-format to w-t-format(w-count)
                   move w-ack-file to w-t-ack-file(w-count)
                   move '(NONE)' to w-old-value
                   perform rewrite-source-table
                   perform audit-set
                   display 'FEEDSRC-MAINT: SET '
                           function trim(w-source)
           end-evaluate.

       audit-set.
           move spaces to w-audit-line
           string w-audit-date ' ' w-audit-time ' '
               w-operator ' SET ' w-source ' OLD <'
               function trim(w-old-value) '> NEW <'
               function trim(w-format) ' '
               function trim(w-ack-file) '>'
               delimited by size into w-audit-line
           perform append-audit-line.

       remove-source.
           evaluate true
               when w-hit = 0
                   display 'FEEDSRC-MAINT: '
                           function trim(w-source) ' NOT FOUND'
                   move 8 to return-code
               when other
                   move spaces to w-old-value
                   string function trim(w-t-format(w-hit)) ' '
                       function trim(w-t-ack-file(w-hit))
                       delimited by size into w-old-value
                   perform varying w-sub from w-hit by 1
                           until w-sub >= w-count
                       move w-entry(w-sub + 1) to w-entry(w-sub)
                   end-perform
                   subtract 1 from w-count
                   perform rewrite-source-table
                   move spaces to w-audit-line
                   string w-audit-date ' ' w-audit-time ' '
                       w-operator ' REMOVE ' w-source ' OLD <'
                       function trim(w-old-value) '>'
                       delimited by size into w-audit-line
                   perform append-audit-line
                   display 'FEEDSRC-MAINT: REMOVED '
                           function trim(w-source)
           end-evaluate.

       list-sources.
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move w-t-ack-file(w-sub) to w-ack-file
               if w-ack-file = spaces
                   string 'FEEDACK.' delimited by size
                       w-t-source(w-sub) delimited by space
                       '.TXT' delimited by size
                       into w-ack-file
               end-if
               display w-t-source(w-sub) ' ' w-t-format(w-sub)
                       ' ACK ' w-ack-file
           end-perform
           display 'FEEDSRC-MAINT: ' w-count ' SOURCE(S) ON FILE'.

       load-source-table.
           open input feed-src
           if w-feed-src-status = '00'
               perform until feed-src-eof
                   read feed-src
                       at end move 'Y' to w-feed-src-eof
                       not at end
                           if fs-source not = spaces
                                   and w-count < 50
                               add 1 to w-count
                               move fs-source
                                   to w-t-source(w-count)
                               move fs-format
                                   to w-t-format(w-count)
                               move fs-ack-file
                                   to w-t-ack-file(w-count)
                           end-if
                   end-read
               end-perform
               close feed-src
           end-if.

       rewrite-source-table.
           open output feed-src
           perform varying w-sub from 1 by 1
                   until w-sub > w-count
               move spaces to feed-src-record
               move w-t-source(w-sub) to fs-source
               move w-t-format(w-sub) to fs-format
               move w-t-ack-file(w-sub) to fs-ack-file
               write feed-src-record
           end-perform
           close feed-src.

       append-audit-line.
           open extend audit-file
           if w-audit-status not = '00'
               open output audit-file
           end-if
           move w-audit-line to audit-record
           write audit-record
           close audit-file.

       COPY OPAUTHPA.
