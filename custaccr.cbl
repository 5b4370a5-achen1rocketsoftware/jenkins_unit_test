      * file (the CUSTACCROUT DD), trailer row included, so the
      * accruals flow through custpost's posting, audit, reject, and
      * ledger machinery like any other transaction file instead of
      * being applied by a side door. The rows are type "I"
      * (accrual): custpost posts them as charges but does not take
      * them for account activity.
      *
      * The run is only due on the last business day of the month,
      * answered through datechk's DATECHK-END-OF-MONTH and
      *   INTEREST     nnnnnvv - monthly interest percent (2 dec)
      *   DORMFEE      nnnnnvv - flat monthly maintenance fee
      * No DD assigned leaves the shipped defaults (1.50% and 5.00).
      * A CUSTACCR_INTEREST or CUSTACCR_DORMFEE value in force on the
      * accrual date on the shared business-parameter file (bizparm,
      * maintained through bizpmnt) wins over both.
      *
      * An account custplac has handed to the collections agency
      * (status PLACED on custplac-placed.dat) is charged no interest
      * while it sits with the agency; it is counted on its own
      * report line instead.
      *
      * A charge under an OPEN dispute on custdisp-register.dat is
      * not the customer's debt until the dispute desk says so, so
      * the disputed amounts are taken out of the interest base.
      *
      * Every interest charge is also appended to the accrual
      * history (custaccr-history.dat) - customer-id, accrual date,
      * the base the interest was charged on, the rate and the
      * interest - so custpost can work out what a back-valued
      * posting arriving after this run would have changed. The
      * interest is charged in the account's own currency; the
      * history row also carries that currency and the interest
      * converted to the base currency through the shared fxrate
      * at the accrual date's rate (zero, and counted on the
      * console, when the currency has no rate for the day).
      *
      * A run dated in a fiscal period glclose has closed is
      * refused (the shared glperiod says which) - a forced rerun
      * cannot accrue into a period finance has already reported.
      *****************************************************************
       identification division.
       program-id. custaccr.
           organization is line sequential
           file status is wk-accr-status.

           select placed-file assign to "custplac-placed.dat"
           organization is line sequential
           file status is wk-placed-status.

           select dispute-file assign to "custdisp-register.dat"
           organization is line sequential
           file status is wk-dispute-status.

           select history-file assign to "custaccr-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select report-file assign to "custaccr-report.txt"
           organization is line sequential
           file status is wk-report-status.
           03 acc-trl-amount      pic 9(11)v99.
           03                     pic x(01).

       fd history-file.
       01 history-rec             pic x(60).

       fd placed-file.
       01 placed-rec.
           03 plc-customer-id     pic 9(05).
           03                     pic x(38).
           03 plc-status          pic x(08).
           03                     pic x(09).

       fd dispute-file.
       01 dispute-rec.
           03 dsp-customer-id     pic 9(05).
           03                     pic x(01).
           03 dsp-txn-date        pic x(10).
           03                     pic x(01).
           03 dsp-type            pic x(01).
           03                     pic x(01).
           03 dsp-amount          pic 9(07)v99.
           03                     pic x(01).
           03 dsp-status          pic x(08).
           03                     pic x(63).

       fd report-file.
       01 report-rec              pic x(60).

           88 wk-rate-eof-status    value "10".
       01 wk-accr-status      pic xx.
           88 wk-accr-ok-status     value "00".
       01 wk-placed-status    pic xx.
           88 wk-placed-ok-status   value "00".
           88 wk-placed-eof-status  value "10".
       01 wk-dispute-status   pic xx.
           88 wk-dispute-ok-status  value "00".
           88 wk-dispute-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".

      *> one accrual history row per interest charge.
       01 wk-history-line.
           03 hst-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 hst-accrual-date    pic x(10).
           03                     pic x(01) value spaces.
           03 hst-base            pic 9(09)v99.
           03                     pic x(01) value spaces.
           03 hst-rate            pic 9(05)v99.
           03                     pic x(01) value spaces.
           03 hst-interest        pic 9(07)v99.
           03                     pic x(01) value spaces.
           03 hst-currency        pic x(03).
           03                     pic x(01) value spaces.
           03 hst-base-interest   pic 9(07)v99.
       01 wk-history-open-sw  pic x(01).
           88 wk-history-open     value "Y" false "N".
       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".
       01 wk-no-rate-count    binary-long value 0.

      *> the accounts currently with the collections agency.
       78 wk-placed-slots     value 5000.
       01 wk-placed-count     binary-long value 0.
       01 wk-placed-tbl.
           03 wk-placed-id    pic 9(05) occurs 5000 times.
       01 wk-placed-full-sw   pic x(01) value "N".
           88 wk-placed-overflow  value "Y" false "N".
       01 wk-placed-idx       binary-long.
       01 wk-placed-sw        pic x(01).
           88 wk-is-placed        value "Y" false "N".

       01 wk-force-cfg        pic x(01).
           88 wk-force-run        value "Y", "y".

       01 wk-interest-rate    pic 9(05)v99 value 1.50.
       01 wk-dormant-fee      pic 9(05)v99 value 5.00.
       01 wk-parm-name        pic x(30).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".

      *> the open disputed charge total per disputing customer.
       78 wk-disp-slots       value 2000.
       01 wk-disp-count       binary-long value 0.
       01 wk-disp-tbl.
           03 wk-disp-entry occurs 2000 times.
               05 wk-dsp-id       pic 9(05).
               05 wk-dsp-total    pic 9(09)v99.
       01 wk-disp-idx         binary-long.
       01 wk-disp-found-idx   binary-long.
       01 wk-disputed-amount  pic 9(09)v99.
       01 wk-disputed-count   binary-long value 0.
       01 wk-disp-full-sw     pic x(01) value "N".
           88 wk-disp-overflow    value "Y" false "N".

       01 wk-scan-count       binary-long value 0.
       01 wk-interest-count   binary-long value 0.
       01 wk-fee-count        binary-long value 0.
       01 wk-skip-placed      binary-long value 0.
       01 wk-txn-count        binary-long value 0.
       01 wk-amount-total     pic 9(11)v99 value 0.
       01 wk-charge-amount    pic 9(07)v99.
       01 wk-report-line3.
           03                  pic x(20) value "Maintenance fees   :".
           03 rpt-fee-count    pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Placed, no interest:".
           03 rpt-placed-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Disputed base cut  :".
           03 rpt-disputed-count pic zzzz9.

       01 wk-prd-year         pic 9(04).
       01 wk-prd-period       pic 9(02).
       01 wk-prd-closed       pic x(01).

       procedure division.
       custaccr-main.
           perform build-today-iso-date
           call "GLPERIOD-CHECK" using
               by reference wk-today-iso
               by reference wk-prd-year
               by reference wk-prd-period
               by reference wk-prd-closed
           end-call
           if wk-prd-closed equal "Y"
               display "custaccr: today falls in closed fiscal "
                   "period " wk-prd-year "/" wk-prd-period
                   " - nothing accrued"
               goback returning 1
           end-if
           accept wk-force-cfg from environment "CUSTACCR_FORCE"
           if not wk-force-run
               perform check-accrual-due
           end-if

           perform load-rate-table
           perform read-business-parameters
           if wk-parm-unreadable
               display "custaccr: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           perform load-placed-accounts
           if wk-placed-overflow
               display "custaccr: custplac-placed.dat holds more than "
                   wk-placed-slots " PLACED accounts - run refused so "
                   "no placed account is charged interest"
               goback returning 1
           end-if
           perform load-open-disputes
           if wk-disp-overflow
               display "custaccr: custdisp-register.dat has open "
                   "disputes for more than " wk-disp-slots
                   " customers - run refused so no disputed charge "
                   "earns interest"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               close cust
               goback returning 1
           end-if
           open extend history-file
           if not wk-history-ok-status
               open output history-file
           end-if
           if wk-history-ok-status
               set wk-history-open to true
           else
               display "custaccr: unable to open "
                   "custaccr-history.dat"
           end-if

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status

           perform write-trailer-row
           close accr-file
           if wk-history-open
               close history-file
           end-if
           if wk-no-rate-count > 0
               display "custaccr: " wk-no-rate-count " accrual(s) "
                   "with no FX rate for the day - base amount zero"
           end-if

           perform write-summary-report
           display "custaccr: " wk-txn-count " accrual(s) written "
           exit section
           .

      *> the rates in force on the accrual date; a rate with no row
      *> on the parameter file keeps the rate-table or shipped value.
       read-business-parameters section.
           move "CUSTACCR_INTEREST" to wk-parm-name
           move wk-interest-rate to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-interest-rate
           move "CUSTACCR_DORMFEE" to wk-parm-name
           move wk-dormant-fee to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-dormant-fee
           exit section
           .

      *> one master record: an open account in debit accrues monthly
      *> interest on the overdrawn amount, a dormant one the flat
      *> maintenance fee; everything else accrues nothing.
           end-if
           evaluate true
               when customer-acct-open and customer-balance < 0
                   perform check-placed-account
                   if wk-is-placed
                       add 1 to wk-skip-placed
                       exit section
                   end-if
                   compute wk-neg-balance = 0 - customer-balance
                   perform find-disputed-amount
                   if wk-disputed-amount > 0
                       add 1 to wk-disputed-count
                       if wk-disputed-amount >= wk-neg-balance
                           move 0 to wk-neg-balance
                       else
                           subtract wk-disputed-amount
                               from wk-neg-balance
                       end-if
                   end-if
                   compute wk-charge-amount rounded =
                       wk-neg-balance * wk-interest-rate / 100
                   if wk-charge-amount > 0
                       add 1 to wk-interest-count
                       perform write-accrual-row
                       perform write-history-row
                   end-if
               when customer-acct-dormant
                   move wk-dormant-fee to wk-charge-amount
           exit section
           .

       check-placed-account section.
           set wk-is-placed to false
           perform match-placed-account
               varying wk-placed-idx from 1 by 1
               until wk-placed-idx > wk-placed-count
                  or wk-is-placed
           exit section
           .

       match-placed-account section.
           if wk-placed-id(wk-placed-idx) = customer-id
               set wk-is-placed to true
           end-if
           exit section
           .

       load-placed-accounts section.
           open input placed-file
           if not wk-placed-ok-status
               exit section
           end-if
           set wk-placed-ok-status to true
           perform until not wk-placed-ok-status
               read placed-file
               if not wk-placed-eof-status
                   if plc-status equal "PLACED"
                       if wk-placed-count < wk-placed-slots
                           add 1 to wk-placed-count
                           move plc-customer-id
                               to wk-placed-id(wk-placed-count)
                       else
                           set wk-placed-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close placed-file
           exit section
           .

       find-disputed-amount section.
           move 0 to wk-disputed-amount
           move 0 to wk-disp-found-idx
           perform match-disputed-account
               varying wk-disp-idx from 1 by 1
               until wk-disp-idx > wk-disp-count
                  or wk-disp-found-idx > 0
           if wk-disp-found-idx > 0
               move wk-dsp-total(wk-disp-found-idx)
                   to wk-disputed-amount
           end-if
           exit section
           .

       match-disputed-account section.
           if wk-dsp-id(wk-disp-idx) = customer-id
               move wk-disp-idx to wk-disp-found-idx
           end-if
           exit section
           .

      *> only OPEN disputes against charges (accruals included) hold
      *> money out of the base; an upheld one is credited back by
      *> custdisp and a rejected one is the customer's debt again.
       load-open-disputes section.
           open input dispute-file
           if not wk-dispute-ok-status
               exit section
           end-if
           set wk-dispute-ok-status to true
           perform until not wk-dispute-ok-status
               read dispute-file
               if not wk-dispute-eof-status
                   if dsp-status equal "OPEN"
                       and (dsp-type equal "C" or "I")
                       and dsp-amount numeric
                       perform add-open-dispute
                   end-if
               end-if
           end-perform
           close dispute-file
           exit section
           .

       add-open-dispute section.
           move 0 to wk-disp-found-idx
           perform match-dispute-customer
               varying wk-disp-idx from 1 by 1
               until wk-disp-idx > wk-disp-count
                  or wk-disp-found-idx > 0
           if wk-disp-found-idx = 0
               if wk-disp-count >= wk-disp-slots
                   set wk-disp-overflow to true
                   exit section
               end-if
               add 1 to wk-disp-count
               move wk-disp-count to wk-disp-found-idx
               move dsp-customer-id to wk-dsp-id(wk-disp-found-idx)
               move 0 to wk-dsp-total(wk-disp-found-idx)
           end-if
           add dsp-amount to wk-dsp-total(wk-disp-found-idx)
           exit section
           .

       match-dispute-customer section.
           if wk-dsp-id(wk-disp-idx) = dsp-customer-id
               move wk-disp-idx to wk-disp-found-idx
           end-if
           exit section
           .

       write-accrual-row section.
           move customer-id to acc-customer-id
           move "I" to acc-type
           move wk-charge-amount to acc-amount
           move wk-today-iso to acc-date
           write accr-rec
           exit section
           .

       write-history-row section.
           if not wk-history-open
               exit section
           end-if
           move customer-id to hst-customer-id
           move wk-today-iso to hst-accrual-date
           move wk-neg-balance to hst-base
           move wk-interest-rate to hst-rate
           move wk-charge-amount to hst-interest
           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference hst-currency
           end-call
           move wk-charge-amount to wk-fx-amount
           call "FXRATE-CONVERT" using
               by reference hst-currency
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           if wk-fx-rate-found
               move wk-fx-base to hst-base-interest
           else
               move 0 to hst-base-interest
               add 1 to wk-no-rate-count
           end-if
           write history-rec from wk-history-line
           exit section
           .

       write-trailer-row section.
           move "TRL" to acc-trl-tag
           move wk-txn-count to acc-trl-count
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           move wk-scan-count to rpt-scan-count
           move wk-interest-count to rpt-int-count
           move wk-fee-count to rpt-fee-count
           move wk-skip-placed to rpt-placed-count
           move wk-disputed-count to rpt-disputed-count
           open output report-file
           if not wk-report-ok-status
               display "custaccr: unable to open custaccr-report.txt"
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               write report-rec from wk-report-line5
               close report-file
           end-if
           exit section
