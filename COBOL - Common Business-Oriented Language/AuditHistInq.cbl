      *
      * Audit-history inquiry - select from the keyed history
      * AUDH-LOAD builds out of every maintenance audit file, by
      * operator, date range, tool, object, or any mix of them,
      * oldest first. "What did JSMITH change last Tuesday" is
      * AUDH-INQ JSMITH 20261013 20261013; every change ever made
      * to branch B014 is AUDH-INQ '' '' '' '' B014; the access
      * review of the quarter is one run per operator over the
      * quarter's dates.
      *
      * The operator and tool must match whole (either case); the
      * object matches anywhere in the object changed, so USD finds
      * a rate set as 20261013 USD. An argument left '' selects
      * everything.
      *
      * Arguments: 1 operator, 2 from-date yyyymmdd, 3 to-date
      * yyyymmdd, 4 tool (BRMAINT, RATES, TRANDISP and the rest,
      * as AUDH-LOAD files them), 5 object, 6 history file
      * (default AUDHIST.DAT). All optional.
      *
       identification division.
       program-id. AUDH-INQ.

       environment division.
       input-output section.
       file-control.
           select hist-file
           assign to dynamic ws-hist-name
           organization is indexed
           access mode is dynamic
           record key is ah-key
           file status is ws-hist-status.

       data division.
       file section.
       fd  hist-file.
       01  audit-hist-record.
           03  ah-key.
               05  ah-date          pic x(8).
               05  ah-time          pic x(8).
               05  ah-tool          pic x(8).
               05  ah-source        pic x(14).
               05  ah-seq           pic 9(4).
           03  ah-data.
               05  ah-operator      pic x(12).
               05  ah-action        pic x(16).
               05  ah-object        pic x(30).
               05  ah-before        pic x(60).
               05  ah-after         pic x(60).
               05  ah-detail        pic x(60).

       working-storage section.
       01 ws-hist-name              pic x(80) value 'AUDHIST.DAT'.
       01 ws-hist-status            pic x(2) value spaces.
       01 ws-cmd-arg                pic x(80) value spaces.
       01 ws-sel-operator           pic x(12) value spaces.
       01 ws-from-date              pic x(8) value spaces.
       01 ws-to-date                pic x(8) value '99999999'.
       01 ws-sel-tool               pic x(8) value spaces.
       01 ws-sel-object             pic x(30) value spaces.
       01 ws-object-len             pic 9(2) value zeros.
       01 ws-object-upper           pic x(30) value spaces.
       01 ws-hits                   pic 9(4) value zeros.
       01 eof-flag                  pic x value 'N'.
           88 end-of-file           value 'Y'.
       01 ws-match                  pic x value 'N'.
       01 ws-match-count            pic 9(6) value zeros.
       01 ws-read-count             pic 9(6) value zeros.

       procedure division.
       main-para.
           display 1 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg) to ws-sel-operator
           display 2 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-from-date
           end-if
           display 3 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-to-date
           end-if
           display 4 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg) to ws-sel-tool
           display 5 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           move function upper-case(ws-cmd-arg) to ws-sel-object
           if ws-sel-object not = spaces
               move function length(function trim(ws-sel-object))
                   to ws-object-len
           end-if
           display 6 upon argument-number
           accept ws-cmd-arg from argument-value
               on exception move spaces to ws-cmd-arg
           end-accept
           if ws-cmd-arg not = spaces
               move ws-cmd-arg to ws-hist-name
           end-if

           if ws-from-date not = spaces
                   and ws-from-date is not numeric
               or ws-to-date is not numeric
               display 'AUDH-INQ: DATES MUST BE YYYYMMDD'
               move 16 to return-code
               stop run
           end-if

           open input hist-file
           if ws-hist-status not = '00'
               display 'AUDH-INQ: CANNOT OPEN HISTORY '
                       function trim(ws-hist-name)
                       ' STATUS ' ws-hist-status
               move 16 to return-code
               stop run
           end-if

           display 'AUDH-INQ: OPERATOR ' ws-sel-operator
                   ' TOOL ' ws-sel-tool
                   ' OBJECT ' function trim(ws-sel-object)
           display '  FROM ' ws-from-date ' TO ' ws-to-date

      *    the history is keyed on the stamp first - position at
      *    the from-date and read forward until past the to-date
           move low-values to ah-key
           if ws-from-date not = spaces
               move ws-from-date to ah-date
           end-if
           start hist-file key >= ah-key
               invalid key move 'Y' to eof-flag
           end-start
           perform until end-of-file
               read hist-file next
                   at end move 'Y' to eof-flag
                   not at end perform select-one-entry
               end-read
           end-perform
           close hist-file

           display 'AUDH-INQ: ENTRIES READ ' ws-read-count
                   ' SELECTED ' ws-match-count
           move zero to return-code
           stop run.

       select-one-entry.
           if ah-date > ws-to-date
               move 'Y' to eof-flag
           else
               add 1 to ws-read-count
               move 'Y' to ws-match
               if ws-sel-operator not = spaces
                       and function upper-case(ah-operator)
                           not = ws-sel-operator
                   move 'N' to ws-match
               end-if
               if ws-sel-tool not = spaces
                       and ah-tool not = ws-sel-tool
                   move 'N' to ws-match
               end-if
               if ws-sel-object not = spaces and ws-match = 'Y'
                   move zeros to ws-hits
                   move function upper-case(ah-object)
                       to ws-object-upper
                   inspect ws-object-upper tallying ws-hits
                       for all ws-sel-object(1:ws-object-len)
                   if ws-hits = zeros
                       move 'N' to ws-match
                   end-if
               end-if
               if ws-match = 'Y'
                   add 1 to ws-match-count
                   perform print-one-entry
               end-if
           end-if.

       print-one-entry.
           display '  ' ah-date ' ' ah-time ' ' ah-tool ' '
                   ah-operator ' ' ah-action ' '
                   function trim(ah-object)
           if ah-before not = spaces or ah-after not = spaces
               display '      OLD <' function trim(ah-before)
                       '> NEW <' function trim(ah-after) '>'
           end-if
           if ah-detail not = spaces
               display '      ' function trim(ah-detail)
           end-if.
