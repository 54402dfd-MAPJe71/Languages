      *                             range; several OUTREC cards
      *                             compose the output record in
      *                             card order
      *   MERGE <file>              an input already in KEY order,
      *                             up to eight cards, merged in
      *                             one pass instead of sorted
      *
      * A descending key is folded into the composite sort key
      * byte-complemented, so one ascending SORT serves any mix of
      * loudly, and records in / out / dropped by omit or dedup
      * are reported so the step balances.
      *
      * With MERGE cards the inputs are the cards' files, not
      * argument 1, and nothing is sorted: the lowest key among
      * the inputs' current records goes next, an equal key to the
      * input named first. Every record read is checked against
      * the one before it in the same input, and an input out of
      * KEY order stops the run with the record number. DEDUP,
      * SUM, INCLUDE/OMIT, and OUTREC apply as they do to a sort,
      * and each input's records read and omitted are reported.
      *
      * Arguments: 1 input file ('-' with MERGE cards), 2 output
      * file, 3 control file.
      *
       identification division.
       program-id. SORT-UTIL.
           file status is w-ctl-status.
           select sort-work
           assign to "SRTWORK".
           select merge-in-1
           assign to dynamic w-mg1-name
           organization is line sequential
           file status is w-mg1-status.
           select merge-in-2
           assign to dynamic w-mg2-name
           organization is line sequential
           file status is w-mg2-status.
           select merge-in-3
           assign to dynamic w-mg3-name
           organization is line sequential
           file status is w-mg3-status.
           select merge-in-4
           assign to dynamic w-mg4-name
           organization is line sequential
           file status is w-mg4-status.
           select merge-in-5
           assign to dynamic w-mg5-name
           organization is line sequential
           file status is w-mg5-status.
           select merge-in-6
           assign to dynamic w-mg6-name
           organization is line sequential
           file status is w-mg6-status.
           select merge-in-7
           assign to dynamic w-mg7-name
           organization is line sequential
           file status is w-mg7-status.
           select merge-in-8
           assign to dynamic w-mg8-name
           organization is line sequential
           file status is w-mg8-status.

       data division.
       file section.
       01  out-record               pic x(256).
       fd  ctl-file.
       01  ctl-record               pic x(60).
       fd  merge-in-1.
       01  mg1-record              pic x(256).
       fd  merge-in-2.
       01  mg2-record              pic x(256).
       fd  merge-in-3.
       01  mg3-record              pic x(256).
       fd  merge-in-4.
       01  mg4-record              pic x(256).
       fd  merge-in-5.
       01  mg5-record              pic x(256).
       fd  merge-in-6.
       01  mg6-record              pic x(256).
       fd  merge-in-7.
       01  mg7-record              pic x(256).
       fd  merge-in-8.
       01  mg8-record              pic x(256).
       sd  sort-work.
       01  sort-record.
           03  srt-key              pic x(64).
       01 w-dedup-count             pic 9(6) value zeros.
       01 w-sort-status             pic 9(4) value zeros.
       01 w-sort-eof                pic x value 'N'.
       01 w-comp-key                pic x(64) value spaces.
       01 w-cur-key                 pic x(64) value spaces.
       01 w-cur-data                pic x(256) value spaces.

      *
      * MERGE - each input's current record, keyed, and the key of
      * the record read before it for the order check.
      *
       01 w-merge-table.
           03 w-mg-entry occurs 8 times.
               05 w-mg-name         pic x(80).
               05 w-mg-status       pic x(2).
               05 w-mg-eof          pic x.
               05 w-mg-key          pic x(64).
               05 w-mg-data         pic x(256).
               05 w-mg-prev-key     pic x(64).
               05 w-mg-read         pic 9(6).
               05 w-mg-omit         pic 9(6).
       01 w-merge-count             pic 9 value zeros.
       01 w-mg-sub                  pic 9 value zeros.
       01 w-mg-low                  pic 9 value zeros.
       01 w-mg-opened               pic 9 value zeros.
       01 w-mg-found                pic x value 'N'.
       01 w-merge-done              pic x value 'N'.
       01 w-mg1-name               pic x(80) value spaces.
       01 w-mg1-status             pic x(2) value spaces.
       01 w-mg2-name               pic x(80) value spaces.
       01 w-mg2-status             pic x(2) value spaces.
       01 w-mg3-name               pic x(80) value spaces.
       01 w-mg3-status             pic x(2) value spaces.
       01 w-mg4-name               pic x(80) value spaces.
       01 w-mg4-status             pic x(2) value spaces.
       01 w-mg5-name               pic x(80) value spaces.
       01 w-mg5-status             pic x(2) value spaces.
       01 w-mg6-name               pic x(80) value spaces.
       01 w-mg6-status             pic x(2) value spaces.
       01 w-mg7-name               pic x(80) value spaces.
       01 w-mg7-status             pic x(2) value spaces.
       01 w-mg8-name               pic x(80) value spaces.
       01 w-mg8-status             pic x(2) value spaces.

       procedure division.
       main-para.
               stop run
           end-if

           if w-merge-count > zero
               perform merge-inputs
           else
               sort sort-work on ascending key srt-key
                   input procedure is feed-sort
                   output procedure is drain-sort
               move sort-return to w-sort-status
               if w-sort-status not = zero
                   display 'SORT-UTIL: *** SORT FAILED - STATUS '
                           w-sort-status ' ***'
                   move 16 to return-code
                   stop run
               end-if
           end-if

           perform varying w-mg-sub from 1 by 1
                   until w-mg-sub > w-merge-count
               display 'SORT-UTIL: INPUT ' w-mg-sub '.......: '
                       w-mg-read(w-mg-sub) ' READ, '
                       w-mg-omit(w-mg-sub) ' OMITTED - '
                       function trim(w-mg-name(w-mg-sub))
           end-perform
           display 'SORT-UTIL: RECORDS IN....: ' w-in-count
           display 'SORT-UTIL: RECORDS OUT...: ' w-out-count
           display 'SORT-UTIL: OMITTED.......: ' w-omit-count
                       move w-word-4
                           to w-cond-val(w-cond-count)
                   end-if
               when 'MERGE'
                   if w-merge-count = 8
                       display 'SORT-UTIL: MORE THAN EIGHT MERGE '
                               'INPUTS IN ' function trim(w-ctl-name)
                       close ctl-file
                       move 16 to return-code
                       stop run
                   end-if
                   add 1 to w-merge-count
                   move spaces to w-mg-entry(w-merge-count)
                   unstring ctl-record delimited by all spaces
                       into w-word-1 w-mg-name(w-merge-count)
                   end-unstring
                   move zeros to w-mg-read(w-merge-count)
                                 w-mg-omit(w-merge-count)
           end-evaluate.

       feed-sort.
               end-if
           end-perform.

       release-one-record.
           perform build-composite-key
           move w-comp-key to srt-key
           move in-record to srt-data
           release sort-record.

      *
      * The composite key image - key fields concatenated major to
      * minor, a descending field going in byte-complemented so
      * one ascending SORT covers both directions.
      *
       build-composite-key.
           move spaces to w-comp-key
           move 1 to w-key-ptr
           perform varying w-key-sub from 1 by 1
                   until w-key-sub > w-key-count
               if w-key-order(w-key-sub) = 'A'
                   move in-record(w-key-pos(w-key-sub):
                       w-key-len(w-key-sub))
                       to w-comp-key(w-key-ptr:
                       w-key-len(w-key-sub))
                   add w-key-len(w-key-sub) to w-key-ptr
               else
                       compute w-byte-val = 257
                           - function ord(in-record(w-src-col:1))
                       move function char(w-byte-val)
                           to w-comp-key(w-key-ptr:1)
                       add 1 to w-key-ptr
                   end-perform
               end-if
           end-perform.

      *
      * The drain holds one record back so equal-key runs can fold
           return sort-work
               at end move 'Y' to w-sort-eof
               not at end
                   move srt-key to w-cur-key
                   move srt-data to w-cur-data
                   perform take-ordered-record
           end-return.

      *
      * One record in key order, from the sort or the merge.
      *
       take-ordered-record.
           evaluate true
               when w-dedup-mode = 'Y'
                       and w-have-prev = 'Y'
                       and w-cur-key = w-prev-key
                   add 1 to w-dedup-count
               when w-sum-count > 0
                       and w-have-prev = 'Y'
                       and w-cur-key = w-prev-key
                   perform fold-sum-fields
                   add 1 to w-sum-collapsed
               when other
                   if w-have-prev = 'Y'
                       perform write-held-record
                   end-if
                   move w-cur-data to w-held-record
                   move w-cur-key to w-prev-key
                   move 'Y' to w-have-prev
           end-evaluate.

      *
      * Each SUM field of the arriving record added into the held
      * record's same columns, signed, in place.
                   until w-sum-sub > w-sum-count
               compute w-buf-off = 19 - w-sum-len(w-sum-sub)
               move all '0' to w-num-buf
               move w-cur-data(w-sum-pos(w-sum-sub):
                   w-sum-len(w-sum-sub))
                   to w-num-buf(w-buf-off:
                   w-sum-len(w-sum-sub))
           end-if
           write out-record
           add 1 to w-out-count.

      *
      * The merge proper - every input open and primed with its
      * first kept record, then the lowest current key out until
      * every input is spent, through the same hold-one-back drain
      * the sort uses.
      *
       merge-inputs.
           open output out-file
           if w-out-status not = '00'
               display 'SORT-UTIL: CANNOT OPEN '
                       function trim(w-out-name)
               move 16 to return-code
               stop run
           end-if
           perform varying w-mg-sub from 1 by 1
                   until w-mg-sub > w-merge-count
               perform open-merge-input
               if w-mg-status(w-mg-sub) not = '00'
                   display 'SORT-UTIL: CANNOT OPEN MERGE INPUT '
                           function trim(w-mg-name(w-mg-sub))
                   perform abandon-merge
               end-if
               move w-mg-sub to w-mg-opened
               move 'N' to w-mg-eof(w-mg-sub)
               perform advance-merge-input
           end-perform
           move 'N' to w-have-prev
           move 'N' to w-merge-done
           perform merge-one-record
               until w-merge-done = 'Y'
           if w-have-prev = 'Y'
               perform write-held-record
           end-if
           perform varying w-mg-sub from 1 by 1
                   until w-mg-sub > w-merge-count
               perform close-merge-input
           end-perform
           close out-file.

       merge-one-record.
           move zero to w-mg-low
           perform varying w-mg-sub from 1 by 1
                   until w-mg-sub > w-merge-count
               if w-mg-eof(w-mg-sub) = 'N'
                   if w-mg-low = zero
                       move w-mg-sub to w-mg-low
                   else
                       if w-mg-key(w-mg-sub) < w-mg-key(w-mg-low)
                           move w-mg-sub to w-mg-low
                       end-if
                   end-if
               end-if
           end-perform
           if w-mg-low = zero
               move 'Y' to w-merge-done
           else
               move w-mg-key(w-mg-low) to w-cur-key
               move w-mg-data(w-mg-low) to w-cur-data
               perform take-ordered-record
               move w-mg-low to w-mg-sub
               perform advance-merge-input
           end-if.

      *
      * The input's next record that INCLUDE/OMIT keeps. Every
      * record read, kept or not, must not sort below the one read
      * before it - an input out of order would merge into output
      * out of order, so the run stops there.
      *
       advance-merge-input.
           move 'N' to w-mg-found
           perform until w-mg-found = 'Y'
                   or w-mg-eof(w-mg-sub) = 'Y'
               perform read-merge-input
               if w-mg-eof(w-mg-sub) = 'N'
                   add 1 to w-mg-read(w-mg-sub) w-in-count
                   perform build-composite-key
                   if w-mg-read(w-mg-sub) > 1
                           and w-comp-key < w-mg-prev-key(w-mg-sub)
                       display 'SORT-UTIL: *** '
                               function trim(w-mg-name(w-mg-sub))
                               ' IS NOT IN KEY ORDER AT RECORD '
                               w-mg-read(w-mg-sub) ' ***'
                       display 'SORT-UTIL: *** '
                               function trim(w-out-name)
                               ' IS INCOMPLETE ***'
                       perform abandon-merge
                   end-if
                   move w-comp-key to w-mg-prev-key(w-mg-sub)
                   perform apply-conditions
                   if w-keep-record = 'Y'
                       move w-comp-key to w-mg-key(w-mg-sub)
                       move in-record to w-mg-data(w-mg-sub)
                       move 'Y' to w-mg-found
                   else
                       add 1 to w-mg-omit(w-mg-sub) w-omit-count
                   end-if
               end-if
           end-perform.

       abandon-merge.
           perform varying w-mg-sub from 1 by 1
                   until w-mg-sub > w-mg-opened
               perform close-merge-input
           end-perform
           close out-file
           move 16 to return-code
           stop run.

      *
      * A file name is a SELECT's, not a subscript's - one WHEN
      * per input.
      *
       open-merge-input.
           evaluate w-mg-sub
               when 1
                   move w-mg-name(1) to w-mg1-name
                   open input merge-in-1
                   move w-mg1-status to w-mg-status(1)
               when 2
                   move w-mg-name(2) to w-mg2-name
                   open input merge-in-2
                   move w-mg2-status to w-mg-status(2)
               when 3
                   move w-mg-name(3) to w-mg3-name
                   open input merge-in-3
                   move w-mg3-status to w-mg-status(3)
               when 4
                   move w-mg-name(4) to w-mg4-name
                   open input merge-in-4
                   move w-mg4-status to w-mg-status(4)
               when 5
                   move w-mg-name(5) to w-mg5-name
                   open input merge-in-5
                   move w-mg5-status to w-mg-status(5)
               when 6
                   move w-mg-name(6) to w-mg6-name
                   open input merge-in-6
                   move w-mg6-status to w-mg-status(6)
               when 7
                   move w-mg-name(7) to w-mg7-name
                   open input merge-in-7
                   move w-mg7-status to w-mg-status(7)
               when 8
                   move w-mg-name(8) to w-mg8-name
                   open input merge-in-8
                   move w-mg8-status to w-mg-status(8)
           end-evaluate.

       read-merge-input.
           evaluate w-mg-sub
               when 1
                   read merge-in-1 into in-record
                       at end move 'Y' to w-mg-eof(1)
                   end-read
               when 2
                   read merge-in-2 into in-record
                       at end move 'Y' to w-mg-eof(2)
                   end-read
               when 3
                   read merge-in-3 into in-record
                       at end move 'Y' to w-mg-eof(3)
                   end-read
               when 4
                   read merge-in-4 into in-record
                       at end move 'Y' to w-mg-eof(4)
                   end-read
               when 5
                   read merge-in-5 into in-record
                       at end move 'Y' to w-mg-eof(5)
                   end-read
               when 6
                   read merge-in-6 into in-record
                       at end move 'Y' to w-mg-eof(6)
                   end-read
               when 7
                   read merge-in-7 into in-record
                       at end move 'Y' to w-mg-eof(7)
                   end-read
               when 8
                   read merge-in-8 into in-record
                       at end move 'Y' to w-mg-eof(8)
                   end-read
           end-evaluate.

       close-merge-input.
           evaluate w-mg-sub
               when 1
                   close merge-in-1
               when 2
                   close merge-in-2
               when 3
                   close merge-in-3
               when 4
                   close merge-in-4
               when 5
                   close merge-in-5
               when 6
                   close merge-in-6
               when 7
                   close merge-in-7
               when 8
                   close merge-in-8
           end-evaluate.
