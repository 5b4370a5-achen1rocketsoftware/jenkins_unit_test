      * own retained control record (custtrial-control.dat), and
      * proves
      *   old total + net posted movement = new total
      * where the net movement (payments minus charges - a negative
      * balance being money owed - plus the write-offs that bring
      * debit balances back to zero and the non-cash credit
      * adjustments, less the refunds that bring credit balances
      * back to zero) comes from
      * the applied totals custpost-report.txt now carries. A penny
      * of difference fails the night RC 1, loudly.
      *
      * broken night is re-proved against the last good total, not
      * against its own wreckage. custtrial-report.txt carries the
      * four figures for the audit file.
      *
      * Balances are held in each account's own currency, so the
      * proof is made currency by currency, in that currency: the
      * control file keeps one total per currency, the master is
      * summed per currency (the account's currency from fxrate),
      * and the movement is the per-currency net movement custpost
      * reports - exact, with no exchange rate in it. The four
      * figures are reported in the base currency, each currency
      * converted through fxrate at tonight's rate, followed by one
      * line per currency showing where the balances sit: the total
      * in the currency itself and its base equivalent. A control
      * record written before currencies were carried has no
      * currency and is taken as the base currency's, and a posting
      * report with no per-currency lines is taken as all base.
      *****************************************************************
       identification division.
       program-id. custtrial.
           03 trc-date            pic 9(08).
           03                     pic x(01).
           03 trc-total           pic s9(13)v99 sign leading separate.
           03                     pic x(01).
           03 trc-currency        pic x(03).

       fd report-file.
       01 report-rec              pic x(60).
       01 report-ccy-rec.
           03 rcy-currency        pic x(03).
           03                     pic x(01).
           03 rcy-total           pic -(12)9.99.
           03                     pic x(01).
           03 rcy-base-total      pic -(12)9.99.
           03                     pic x(23).

       working-storage section.
       01 wk-cust-status      pic xx.
       01 wk-old-total        pic s9(13)v99 value 0.
       01 wk-payment-total    pic 9(11)v99 value 0.
       01 wk-charge-total     pic 9(11)v99 value 0.
       01 wk-writeoff-total   pic 9(11)v99 value 0.
       01 wk-refund-total     pic 9(11)v99 value 0.
       01 wk-adjust-total     pic 9(11)v99 value 0.
       01 wk-net-movement     pic s9(12)v99 value 0.
       01 wk-amount-buf       pic x(14).
       01 wk-amount-num       pic 9(11)v99.

      *> the proof, one row per account currency, in that currency.
       01 wk-ccy-count        binary-long value 0.
       01 wk-ccy-tbl.
           03 wk-ccy-entry occurs 50 times.
               05 wk-cte-code     pic x(03).
               05 wk-cte-old      pic s9(13)v99.
               05 wk-cte-move     pic s9(12)v99.
               05 wk-cte-new      pic s9(13)v99.
               05 wk-cte-new-base pic s9(13)v99.
       01 wk-ccy-idx          binary-long.
       01 wk-ccy-slot         binary-long.
       01 wk-want-ccy         pic x(03).
       01 wk-base-ccy         pic x(03).
       01 wk-ccy-overflow-sw  pic x value "N".
           88 wk-ccy-overflow     value "Y" false "N".
       01 wk-ccy-move-seen-sw pic x value "N".
           88 wk-ccy-move-seen    value "Y" false "N".
       01 wk-ccy-broken-count binary-long value 0.
       01 wk-no-rate-count    binary-long value 0.
       01 wk-signed-buf       pic x(15).

       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".
       01 wk-today-iso        pic x(10).
       01 wk-ccy-heading      pic x(60)
           value "Balances by currency (currency, total, base)".

       01 wk-baseline-sw      pic x value "N".
           88 wk-baseline-run     value "Y" false "N".
       01 wk-movement-seen-sw pic x value "N".
               goback returning 0
           end-if

           move 0 to wk-ccy-broken-count
           perform prove-one-currency
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           if wk-ccy-broken-count = 0 and not wk-ccy-overflow
               display "custtrial: the night balances - master total "
                   "proved against posted movement"
               perform advance-control-record
           goback returning 1.

       sum-master-balances section.
           call "FXRATE-BASE-CCY" using by reference wk-base-ccy
           end-call
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           string wk-stamp-date(1:4) "-" wk-stamp-date(5:2) "-"
               wk-stamp-date(7:2) delimited by size into wk-today-iso
           open input cust
           if not wk-cust-ok-status
               display "custtrial: unable to open customers master"
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   if customer-balance numeric
                       move customer-id to wk-fx-customer-id
                       call "FXRATE-CUSTOMER-CCY" using
                           by reference wk-fx-customer-id
                           by reference wk-want-ccy
                       end-call
                       perform find-currency-slot
                       if wk-ccy-slot > 0
                           add customer-balance
                               to wk-cte-new(wk-ccy-slot)
                       end-if
                   end-if
               end-if
           end-perform
               display "custtrial: posting report carries no applied"
                   " totals - proving a zero-movement night"
           end-if
           if not wk-ccy-move-seen
               move wk-base-ccy to wk-want-ccy
               perform find-currency-slot
               if wk-ccy-slot > 0
                   compute wk-cte-move(wk-ccy-slot) =
                       wk-payment-total - wk-charge-total
                       + wk-writeoff-total - wk-refund-total
                       + wk-adjust-total
               end-if
           end-if
           exit section
           .

                   perform parse-report-amount
                   move wk-amount-num to wk-charge-total
                   set wk-movement-seen to true
               when "Write-offs applied :"
                   perform parse-report-amount
                   move wk-amount-num to wk-writeoff-total
                   set wk-movement-seen to true
               when "Refunds applied    :"
                   perform parse-report-amount
                   move wk-amount-num to wk-refund-total
                   set wk-movement-seen to true
               when "Adjustments applied:"
                   perform parse-report-amount
                   move wk-amount-num to wk-adjust-total
                   set wk-movement-seen to true
           end-evaluate
           if prt-label(1:13) equal "Net movement "
               and prt-label(17:4) equal "   :"
               move prt-label(14:3) to wk-want-ccy
               perform find-currency-slot
               move post-report-rec(21:15) to wk-signed-buf
               if wk-ccy-slot > 0
                   and function test-numval(wk-signed-buf) = 0
                   compute wk-cte-move(wk-ccy-slot) =
                       function numval(wk-signed-buf)
                   set wk-ccy-move-seen to true
                   set wk-movement-seen to true
               end-if
           end-if
           exit section
           .

           exit section
           .

      *> one row per currency; a row with no currency predates
      *> the per-currency proof and is the base currency's.
       read-prior-total section.
           open input control-file
           if not wk-control-ok-status
               set wk-baseline-run to true
               exit section
           end-if
           set wk-baseline-run to true
           set wk-control-ok-status to true
           perform until not wk-control-ok-status
               read control-file
               if wk-control-ok-status
                   perform take-prior-total
               end-if
           end-perform
           close control-file
           exit section
           .

       take-prior-total section.
           if trc-total not numeric
               exit section
           end-if
           if trc-currency equal spaces
               move wk-base-ccy to wk-want-ccy
           else
               move trc-currency to wk-want-ccy
           end-if
           perform find-currency-slot
           if wk-ccy-slot > 0
               move trc-total to wk-cte-old(wk-ccy-slot)
               set wk-baseline-run to false
           end-if
           exit section
           .

      *> the proof itself, in the currency's own money; the base
      *> figures on the report are the same totals at tonight's
      *> rate.
       prove-one-currency section.
           if wk-cte-old(wk-ccy-idx) + wk-cte-move(wk-ccy-idx)
               not = wk-cte-new(wk-ccy-idx)
               add 1 to wk-ccy-broken-count
               display "custtrial: " wk-cte-code(wk-ccy-idx)
                   " balances do not prove"
           end-if
           exit section
           .

       find-currency-slot section.
           move 0 to wk-ccy-slot
           perform match-currency-slot
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
                  or wk-ccy-slot > 0
           if wk-ccy-slot > 0
               exit section
           end-if
           if wk-ccy-count >= 50
               set wk-ccy-overflow to true
               exit section
           end-if
           add 1 to wk-ccy-count
           move wk-ccy-count to wk-ccy-slot
           move wk-want-ccy to wk-cte-code(wk-ccy-slot)
           move 0 to wk-cte-old(wk-ccy-slot)
           move 0 to wk-cte-move(wk-ccy-slot)
           move 0 to wk-cte-new(wk-ccy-slot)
           move 0 to wk-cte-new-base(wk-ccy-slot)
           exit section
           .

       match-currency-slot section.
           if wk-cte-code(wk-ccy-idx) equal wk-want-ccy
               move wk-ccy-idx to wk-ccy-slot
           end-if
           exit section
           .

      *> the base-currency figures: each currency's totals at
      *> tonight's rate; a currency with no rate for tonight is
      *> counted and left out of the base figures rather than
      *> guessed.
       convert-currency-totals section.
           move 0 to wk-old-total wk-net-movement wk-new-total
           perform convert-one-currency
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           exit section
           .

       convert-one-currency section.
           move wk-cte-old(wk-ccy-idx) to wk-fx-amount
           perform convert-fx-amount
           if not wk-fx-rate-found
               add 1 to wk-no-rate-count
               display "custtrial: no rate for "
                   wk-cte-code(wk-ccy-idx) " tonight - left out of "
                   "the base figures"
               exit section
           end-if
           add wk-fx-base to wk-old-total
           move wk-cte-move(wk-ccy-idx) to wk-fx-amount
           perform convert-fx-amount
           add wk-fx-base to wk-net-movement
           move wk-cte-new(wk-ccy-idx) to wk-fx-amount
           perform convert-fx-amount
           add wk-fx-base to wk-new-total
           move wk-fx-base to wk-cte-new-base(wk-ccy-idx)
           exit section
           .

       convert-fx-amount section.
           call "FXRATE-CONVERT" using
               by reference wk-cte-code(wk-ccy-idx)
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           exit section
           .

      *> only a proved (or baseline) night moves the retained total
      *> forward; a broken night leaves the last good total in place
      *> to be proved against again once the cause is repaired.
       advance-control-record section.
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           open output control-file
           if not wk-control-ok-status
               display "custtrial: unable to open "
                   "custtrial-control.dat"
               exit section
           end-if
           perform write-control-row
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           close control-file
           exit section
           .

       write-control-row section.
           move wk-stamp-date to trc-date
           move wk-cte-new(wk-ccy-idx) to trc-total
           move wk-cte-code(wk-ccy-idx) to trc-currency
           write control-rec
           exit section
           .

       write-trial-report section.
           perform convert-currency-totals
           move wk-old-total to rpt-old-total
           move wk-net-movement to rpt-movement
           move wk-new-total to rpt-new-total
           if wk-baseline-run
               move "BASELINE" to rpt-verdict
           else
               if wk-ccy-broken-count = 0 and not wk-ccy-overflow
                   move "GOOD" to rpt-verdict
               else
                   move "BROKEN" to rpt-verdict
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               move wk-ccy-heading to report-rec
               write report-rec
               perform write-currency-line
                   varying wk-ccy-idx from 1 by 1
                   until wk-ccy-idx > wk-ccy-count
               close report-file
           end-if
           exit section
           .

       write-currency-line section.
           move spaces to report-ccy-rec
           move wk-cte-code(wk-ccy-idx) to rcy-currency
           move wk-cte-new(wk-ccy-idx) to rcy-total
           move wk-cte-new-base(wk-ccy-idx) to rcy-base-total
           write report-ccy-rec
           exit section
           .

       end program custtrial.
