      *
      * Settlement netting and the outbound payment instruction
      * file - CASH-LADDER shows gross cash in and cash out per
      * settlement day, but treasury pays net, and the nets have
      * been worked out and keyed into the bank portal by hand.
      * This reads the trade history and nets every trade settling
      * on one business date by branch and currency into a single
      * pay or receive amount per group (positive nets are cash
      * in, received; negative are cash out, paid - the ladder's
      * convention), then cuts the payment instruction file.
      *
      * Instruction file (PAYINSTR.DAT): a HDR line with the
      * settlement and business dates, one DET per non-zero net,
      * and a TRL carrying the detail count and the signed net
      * total - the GLPOST.DAT TRL discipline, so the bank-side
      * loader can verify the hand-off. Groups that net to zero
      * move no cash and get no detail; they are counted.
      *
      * The cross-foot is real: the group nets are summed apart
      * from the read-pass gross totals and must come back to them
      * - count and amount - before anything is written. On a
      * mismatch no file is cut and the run ends RETURN-CODE 16.
      * A settlement date the shop calendar says is not a business
      * day is refused the same way.
      *
      * Arguments: 1 the settlement date YYYYMMDD (default the
      * business date), 2 the instruction file (default
      * PAYINSTR.DAT), 3 the trade history (default tran.dat /
      * Y2KSMPL_TRAN_FILE).
      *
       identification division.
       program-id. SETL-NET.

       environment division.
       input-output section.
       file-control.
           select tran
           assign to dynamic w-tran-filename
           organization is indexed
           access mode is sequential
           record key is tran-key
           alternate record key is tran-trade-date
               with duplicates
           alternate record key is tran-settle-date
               with duplicates
           file status is w-tran-status.
           select pay-file
           assign to dynamic w-pay-name
           organization is line sequential
           file status is w-pay-status.
           COPY BUSDTSL.
           COPY CALSL.

       data division.
       file section.
       fd  tran
           record contains 1024 characters.
       01  tran-post.
           03  tran-key.
               05  tran-branch            pic x(04).
               05  tran-seq               pic 9(06).
           03  tran-data.
               05  tran-trade-date        pic 9(08).
               05  tran-amount            pic S9999V99.
               05  tran-orig-key          pic x(10).
               05  tran-currency          pic x(03).
               05  tran-settle-date       pic 9(08).
               05  tran-cpty              pic x(08).
               05  tran-settle-status     pic x(01).
               05  tran-settled-amt       pic S9999V99.
               05  tran-fee-amt           pic S9(5)V99.
               05  tran-rpt-status        pic x(01).
               05  filler                 pic x(12).

       fd  pay-file.
       01  pay-header.
           03  ph-tag                     pic x(03).
           03  ph-settle-date             pic x(08).
           03  ph-bus-date                pic x(08).
       01  pay-detail.
           03  pd-tag                     pic x(03).
           03  pd-branch                  pic x(04).
           03  pd-currency                pic x(03).
           03  pd-direction               pic x(03).
           03  pd-amount                  pic s9(9)v99.
           03  pd-trade-count             pic 9(06).
       01  pay-trailer.
           03  pt-tag                     pic x(03).
           03  pt-settle-date             pic x(08).
           03  pt-count                   pic 9(06).
           03  pt-amount                  pic s9(11)v99.
       COPY BUSDTFD.
       COPY CALFD.

       working-storage section.
       01  w-tran-filename                pic x(30) value "tran.dat".
       01  w-pay-name                     pic x(80)
           value "PAYINSTR.DAT".
       01  w-tran-status                  pic x(2) value spaces.
       01  w-pay-status                   pic x(2) value spaces.
       01  w-cmd-arg                      pic x(80) value spaces.
       01  w-tran-eof                     pic x value 'N'.
           88  tran-eof                   value 'Y'.

       01  w-net-date                     pic 9(8) value zeros.
       01  w-net-date-x redefines w-net-date
                                          pic x(8).
       01  w-dcalc-func                   pic x value space.
       01  w-dcalc-status                 pic x(2) value spaces.
       01  w-dcalc-dow                    pic 9 value zero.
       01  w-work-ccy                     pic x(3) value spaces.
       01  w-base-currency                pic x(3) value 'USD'.

      *
      * Branch/currency netting groups.
      *
       01  w-net-table.
           03  w-net-entry occurs 200 times.
               05  w-n-branch             pic x(4).
               05  w-n-ccy                pic x(3).
               05  w-n-count              pic 9(6).
               05  w-n-net                pic s9(9)v99.
       01  w-net-count                    pic 9(3) value zeros.
       01  w-net-sub                      pic 9(3) value zeros.
       01  w-net-hit                      pic 9(3) value zeros.
       01  w-net-spill                    pic x value 'N'.

       01  w-read-count                   pic 9(8) value zeros.
       01  w-gross-count                  pic 9(8) value zeros.
       01  w-gross-total                  pic s9(11)v99 value zeros.
       01  w-gross-in                     pic s9(11)v99 value zeros.
       01  w-gross-out                    pic s9(11)v99 value zeros.
       01  w-foot-count                   pic 9(8) value zeros.
       01  w-foot-total                   pic s9(11)v99 value zeros.
       01  w-det-count                    pic 9(6) value zeros.
       01  w-pay-total                    pic s9(11)v99 value zeros.
       01  w-rec-total                    pic s9(11)v99 value zeros.
       01  w-nil-count                    pic 9(6) value zeros.
       COPY BUSDTWS.
       COPY CALWS.

       procedure division.
       main-para.
           perform get-business-date
           display 1 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg(1:8) to w-net-date-x
           else
               move ws-bus-date to w-net-date-x
           end-if
           display 2 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-pay-name
           end-if
           display 3 upon argument-number
           accept w-cmd-arg from argument-value
               on exception move spaces to w-cmd-arg
           end-accept
           if w-cmd-arg not = spaces
               move w-cmd-arg to w-tran-filename
           else
               accept w-tran-filename from environment
                   "Y2KSMPL_TRAN_FILE"
                   on exception continue
               end-accept
               if w-tran-filename = spaces
                   move "tran.dat" to w-tran-filename
               end-if
           end-if

           perform check-net-date
           perform net-the-trades
           perform cross-foot-nets
           perform write-payment-file

           display 'SETL-NET: SETTLEMENT DATE ' w-net-date-x
           display '  TRADES READ......: ' w-read-count
           display '  SETTLING.........: ' w-gross-count
           display '  GROSS IN.........: ' w-gross-in
           display '  GROSS OUT........: ' w-gross-out
           display '  INSTRUCTIONS.....: ' w-det-count
           display '  TO RECEIVE.......: ' w-rec-total
           display '  TO PAY...........: ' w-pay-total
           display '  NETTED TO ZERO...: ' w-nil-count
           move zero to return-code
           stop run.

       check-net-date.
           move 'W' to w-dcalc-func
           move spaces to w-dcalc-status
           if w-net-date-x is not numeric
               move '02' to w-dcalc-status
           else
               call 'Y2KDCALC' using w-dcalc-func, w-net-date,
                       omitted, omitted, w-dcalc-dow,
                       w-dcalc-status
           end-if
           if w-dcalc-status not = '00'
               display 'SETL-NET: BAD SETTLEMENT DATE '
                       w-net-date-x
               move 16 to return-code
               stop run
           end-if
           move w-net-date-x to ws-cal-date
           perform check-business-day
           if ws-cal-business not = 'Y'
               display 'SETL-NET: ' w-net-date-x
                       ' IS NOT A BUSINESS DAY - NOTHING SETTLES'
               move 16 to return-code
               stop run
           end-if.

       net-the-trades.
           open input tran
           if w-tran-status not = '00'
               display 'SETL-NET: CANNOT OPEN '
                       function trim(w-tran-filename)
                       ' STATUS ' w-tran-status
               move 16 to return-code
               stop run
           end-if
           perform until tran-eof
               read tran next
                   at end move 'Y' to w-tran-eof
                   not at end
                       add 1 to w-read-count
                       if tran-settle-date = w-net-date
                           perform net-one-trade
                       end-if
               end-read
           end-perform
           close tran.

       net-one-trade.
           add 1 to w-gross-count
           add tran-amount to w-gross-total
           if tran-amount < zero
               add tran-amount to w-gross-out
           else
               add tran-amount to w-gross-in
           end-if
           move tran-currency to w-work-ccy
           if w-work-ccy = spaces
               move w-base-currency to w-work-ccy
           end-if
           move 0 to w-net-hit
           perform varying w-net-sub from 1 by 1
                   until w-net-sub > w-net-count
               if w-n-branch(w-net-sub) = tran-branch
                       and w-n-ccy(w-net-sub) = w-work-ccy
                   move w-net-sub to w-net-hit
               end-if
           end-perform
           if w-net-hit = 0 and w-net-count < 200
               add 1 to w-net-count
               move w-net-count to w-net-hit
               initialize w-net-entry(w-net-hit)
               move tran-branch to w-n-branch(w-net-hit)
               move w-work-ccy to w-n-ccy(w-net-hit)
           end-if
           if w-net-hit = 0
               move 'Y' to w-net-spill
           else
               add 1 to w-n-count(w-net-hit)
               add tran-amount to w-n-net(w-net-hit)
           end-if.

      *
      * Nothing goes to the bank unless the groups add back to the
      * trades they were built from.
      *
       cross-foot-nets.
           perform varying w-net-sub from 1 by 1
                   until w-net-sub > w-net-count
               add w-n-count(w-net-sub) to w-foot-count
               add w-n-net(w-net-sub) to w-foot-total
           end-perform
           if w-net-spill = 'Y'
                   or w-foot-count not = w-gross-count
                   or w-foot-total not = w-gross-total
               display 'SETL-NET: *** CROSS-FOOT MISMATCH *** '
                       'NETTED ' w-foot-count ' ' w-foot-total
                       ' GROSS ' w-gross-count ' ' w-gross-total
               display 'SETL-NET: NO INSTRUCTION FILE CUT'
               move 16 to return-code
               stop run
           end-if.

       write-payment-file.
           open output pay-file
           if w-pay-status not = '00'
               display 'SETL-NET: CANNOT OPEN '
                       function trim(w-pay-name)
               move 16 to return-code
               stop run
           end-if
           move spaces to pay-header
           move 'HDR' to ph-tag
           move w-net-date-x to ph-settle-date
           move ws-bus-date to ph-bus-date
           write pay-header
           perform varying w-net-sub from 1 by 1
                   until w-net-sub > w-net-count
               if w-n-net(w-net-sub) = zero
                   add 1 to w-nil-count
               else
                   perform write-one-instruction
               end-if
           end-perform
           move spaces to pay-trailer
           move 'TRL' to pt-tag
           move w-net-date-x to pt-settle-date
           move w-det-count to pt-count
           move w-foot-total to pt-amount
           write pay-trailer
           close pay-file.

       write-one-instruction.
           move spaces to pay-detail
           move 'DET' to pd-tag
           move w-n-branch(w-net-sub) to pd-branch
           move w-n-ccy(w-net-sub) to pd-currency
           if w-n-net(w-net-sub) < zero
               move 'PAY' to pd-direction
               add w-n-net(w-net-sub) to w-pay-total
           else
               move 'REC' to pd-direction
               add w-n-net(w-net-sub) to w-rec-total
           end-if
           move w-n-net(w-net-sub) to pd-amount
           move w-n-count(w-net-sub) to pd-trade-count
           write pay-detail
           add 1 to w-det-count.

       COPY BUSDTPA.
       COPY CALPA.
