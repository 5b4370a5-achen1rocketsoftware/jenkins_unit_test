      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTDISP keeps the dispute desk's register of disputed
      * postings, custdisp-register.dat - one row per dispute, keyed
      * by customer-id plus the ledger entry it disputes (transaction
      * date, type and amount as custpost-ledger.dat carries them):
      *   customer-id 9(5) txn-date x(10) type x(1) amount 9(7)v99
      *   status x(8) raised x(10) settled x(10) operator x(20)
      *   credited x(10)
      * (space separated), status OPEN, UPHELD or REJECTED.
      *
      * A desk decision is one run, named by
      *   CUSTDISP_ACTION       RAISE, UPHOLD or REJECT
      *   CUSTDISP_CUSTOMER_ID  the customer
      *   CUSTDISP_TXN_DATE     the ledger entry's transaction date
      *   CUSTDISP_TXN_TYPE     the ledger entry's type (P, C or I)
      *   CUSTDISP_AMOUNT       the ledger entry's amount, 9(7)v99
      * and made by an operator the shared mfutauth gate lets through
      * (action UPDATE). RAISE only takes an entry the ledger really
      * holds and that is not already under an OPEN dispute; UPHOLD
      * and REJECT settle that entry's OPEN dispute.
      *
      * With no action set the run is the nightly one: every UPHELD
      * dispute not yet credited becomes the compensating CUSTPOSTIN
      * transaction (the CUSTDISPOUT DD, trailer row included) for
      * the same amount, so the balance is corrected through
      * custpost's normal posting path, and the dispute is stamped
      * credited - and, since the file is rewritten whole each run,
      * a rerun the same night before custpost has applied it
      * writes the disputes stamped tonight again rather than
      * losing them. A disputed payment is taken back as a charge; a
      * disputed charge or accrual is given back as an "A" credit
      * adjustment, not a payment - no cash comes in, so it is
      * journaled against REVENUE rather than CASH. Open and settled
      * counts land in custdisp-report.txt.
      *
      * While a dispute is OPEN, custaccr leaves the disputed amount
      * out of the interest base and custstmt marks the line.
      *****************************************************************
       identification division.
       program-id. custdisp.
       environment division.
       input-output section.
           file-control.
           select register-file assign to "custdisp-register.dat"
           organization is line sequential
           file status is wk-register-status.

           select ledger-file assign to "custpost-ledger.dat"
           organization is line sequential
           file status is wk-ledger-status.

           select post-file assign external custdispout
           organization is line sequential
           file status is wk-post-status.

           select report-file assign to "custdisp-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd register-file.
       01 register-rec            pic x(100).

       fd ledger-file.
       01 ledger-rec.
           03 led-customer-id     pic 9(05).
           03                     pic x(01).
           03 led-date            pic 9(08).
           03                     pic x(01).
           03 led-time            pic 9(08).
           03                     pic x(01).
           03 led-run-id          pic x(20).
           03                     pic x(01).
           03 led-type            pic x(01).
           03                     pic x(01).
           03 led-txn-date        pic x(10).
           03                     pic x(01).
           03 led-amount          pic 9(07)v99.
           03                     pic x(01).
           03 led-balance-before  pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 led-balance-after   pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 led-xref-id         pic x(05).
           03                     pic x(01).
           03 led-currency        pic x(03).
           03                     pic x(01).
           03 led-base-amount     pic 9(09)v99.
           03                     pic x(01).
           03 led-redirect-from   pic x(10).

      *> custpost's own CUSTPOSTIN shapes, as custaccr writes them.
       fd post-file.
       01 post-rec.
           03 pst-customer-id     pic 9(05).
           03 pst-type            pic x(01).
           03 pst-amount          pic 9(07)v99.
           03 pst-date            pic x(10).
       01 post-trl-rec.
           03 pst-trl-tag         pic x(03).
           03 pst-trl-count       pic 9(08).
           03 pst-trl-amount      pic 9(11)v99.
           03                     pic x(01).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-register-status  pic xx.
           88 wk-register-ok-status  value "00".
           88 wk-register-eof-status value "10".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-id-cfg           pic 9(05).
       01 wk-date-cfg         pic x(10).
       01 wk-type-cfg         pic x(01).
       01 wk-amount-cfg       pic 9(07)v99.

      *> the whole register, held and rewritten in place the way
      *> custappr holds its pending file.
       78 wk-dsp-slots        value 2000.
       01 wk-dsp-count        binary-long value 0.
       01 wk-dsp-tbl.
           03 wk-dsp-entry occurs 2000 times.
               05 wk-dsp-line     pic x(100).
       01 wk-dsp-line-rdf.
           03 dsp-customer-id     pic 9(05).
           03                     pic x(01).
           03 dsp-txn-date        pic x(10).
           03                     pic x(01).
           03 dsp-type            pic x(01).
           03                     pic x(01).
           03 dsp-amount          pic 9(07)v99.
           03                     pic x(01).
           03 dsp-status          pic x(08).
           03                     pic x(01).
           03 dsp-raised-date     pic x(10).
           03                     pic x(01).
           03 dsp-settled-date    pic x(10).
           03                     pic x(01).
           03 dsp-operator        pic x(20).
           03                     pic x(01).
           03 dsp-credited-date   pic x(10).
           03                     pic x(09).
       01 wk-dsp-idx          binary-long.
       01 wk-target-idx       binary-long.
       01 wk-dsp-full-sw      pic x(01).
           88 wk-dsp-overflow     value "Y" false "N".
       01 wk-ledger-hit-sw    pic x(01).
           88 wk-ledger-hit       value "Y" false "N".

       01 wk-open-count       binary-long value 0.
       01 wk-upheld-count     binary-long value 0.
       01 wk-rejected-count   binary-long value 0.
       01 wk-credit-count     binary-long value 0.
       01 wk-credit-amount    pic 9(11)v99 value 0.

       01 wk-auth-program     pic x(30) value "custdisp".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-report-line1.
           03                  pic x(20) value "Disputes open      :".
           03 rpt-open-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Disputes upheld    :".
           03 rpt-upheld-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Disputes rejected  :".
           03 rpt-rejected-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Credited tonight   :".
           03 rpt-credit-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Amount credited    :".
           03 rpt-credit-amount pic z(10)9.99.

       procedure division.
       custdisp-main.
           perform build-today-iso-date
           perform load-register-file
           if wk-dsp-overflow
               display "custdisp: custdisp-register.dat holds more "
                   "rows than the table - run refused so no dispute "
                   "is lost to a truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "CUSTDISP_ACTION"
           if wk-action-cfg equal spaces
               perform credit-upheld-disputes
               if return-code = 0
                   perform write-register-file
                   perform write-summary-report
               end-if
               goback returning return-code
           end-if

           if wk-action-cfg not equal "RAISE"
               and wk-action-cfg not equal "UPHOLD"
               and wk-action-cfg not equal "REJECT"
               display "custdisp: CUSTDISP_ACTION must be RAISE, "
                   "UPHOLD or REJECT"
               goback returning 1
           end-if
           perform take-decision-key
           if return-code not = 0
               goback returning 1
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           move 0 to wk-target-idx
           perform find-open-dispute
               varying wk-dsp-idx from 1 by 1
               until wk-dsp-idx > wk-dsp-count
                  or wk-target-idx > 0

           if wk-action-cfg equal "RAISE"
               perform raise-dispute
           else
               perform settle-dispute
           end-if
           if return-code = 0
               perform write-register-file
           end-if
           goback returning return-code.

       take-decision-key section.
           accept wk-id-cfg from environment "CUSTDISP_CUSTOMER_ID"
           accept wk-date-cfg from environment "CUSTDISP_TXN_DATE"
           accept wk-type-cfg from environment "CUSTDISP_TXN_TYPE"
           accept wk-amount-cfg from environment "CUSTDISP_AMOUNT"
           if wk-id-cfg = 0
               or wk-date-cfg equal spaces
               or (wk-type-cfg not equal "P"
                   and wk-type-cfg not equal "C"
                   and wk-type-cfg not equal "I")
               or wk-amount-cfg not numeric
               or wk-amount-cfg = 0
               display "custdisp: CUSTDISP_CUSTOMER_ID, _TXN_DATE, "
                   "_TXN_TYPE and _AMOUNT must all name the ledger "
                   "entry"
               move 1 to return-code
           end-if
           exit section
           .

      *> a dispute is raised only against an entry the ledger really
      *> holds, and never twice while the first is still open.
       raise-dispute section.
           if wk-target-idx > 0
               display "custdisp: that entry is already under an "
                   "open dispute"
               move 1 to return-code
               exit section
           end-if
           perform find-ledger-entry
           if not wk-ledger-hit
               display "custdisp: no such entry on the ledger for "
                   "customer " wk-id-cfg
               move 1 to return-code
               exit section
           end-if
           if wk-dsp-count >= wk-dsp-slots
               display "custdisp: dispute register full"
               move 1 to return-code
               exit section
           end-if
           add 1 to wk-dsp-count
           move spaces to wk-dsp-line-rdf
           move wk-id-cfg to dsp-customer-id
           move wk-date-cfg to dsp-txn-date
           move wk-type-cfg to dsp-type
           move wk-amount-cfg to dsp-amount
           move "OPEN" to dsp-status
           move wk-today-iso to dsp-raised-date
           move wk-auth-operator to dsp-operator
           move wk-dsp-line-rdf to wk-dsp-line(wk-dsp-count)
           display "custdisp: dispute raised for customer "
               wk-id-cfg
           move 0 to return-code
           exit section
           .

       settle-dispute section.
           if wk-target-idx = 0
               display "custdisp: no open dispute for that entry"
               move 1 to return-code
               exit section
           end-if
           move wk-dsp-line(wk-target-idx) to wk-dsp-line-rdf
           if wk-action-cfg equal "UPHOLD"
               move "UPHELD" to dsp-status
           else
               move "REJECTED" to dsp-status
           end-if
           move wk-today-iso to dsp-settled-date
           move wk-auth-operator to dsp-operator
           move wk-dsp-line-rdf to wk-dsp-line(wk-target-idx)
           display "custdisp: dispute for customer " wk-id-cfg
               " " dsp-status
           move 0 to return-code
           exit section
           .

       find-open-dispute section.
           move wk-dsp-line(wk-dsp-idx) to wk-dsp-line-rdf
           if dsp-status equal "OPEN"
               and dsp-customer-id = wk-id-cfg
               and dsp-txn-date equal wk-date-cfg
               and dsp-type equal wk-type-cfg
               and dsp-amount = wk-amount-cfg
               move wk-dsp-idx to wk-target-idx
           end-if
           exit section
           .

       find-ledger-entry section.
           set wk-ledger-hit to false
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status or wk-ledger-hit
               read ledger-file
               if not wk-ledger-eof-status
                   if led-customer-id = wk-id-cfg
                       and led-txn-date equal wk-date-cfg
                       and led-type equal wk-type-cfg
                       and led-amount = wk-amount-cfg
                       set wk-ledger-hit to true
                   end-if
               end-if
           end-perform
           close ledger-file
           exit section
           .

      *> every upheld dispute not yet credited becomes the opposite
      *> transaction for the same amount, dated tonight, and is
      *> stamped so it is never credited twice. CUSTDISPOUT is
      *> rewritten whole, so one already stamped tonight is written
      *> again: a second run the same night regenerates the same
      *> file rather than replacing it with an empty one.
       credit-upheld-disputes section.
           move 0 to return-code
           open output post-file
           if not wk-post-ok-status
               display "custdisp: unable to open CUSTDISPOUT"
               move 1 to return-code
               exit section
           end-if
           perform credit-one-dispute
               varying wk-dsp-idx from 1 by 1
               until wk-dsp-idx > wk-dsp-count
           move "TRL" to pst-trl-tag
           move wk-credit-count to pst-trl-count
           move wk-credit-amount to pst-trl-amount
           write post-trl-rec
           close post-file
           display "custdisp: " wk-credit-count " upheld dispute(s) "
               "credited, " wk-open-count " still open"
           exit section
           .

       credit-one-dispute section.
           move wk-dsp-line(wk-dsp-idx) to wk-dsp-line-rdf
           evaluate dsp-status
               when "OPEN"
                   add 1 to wk-open-count
               when "REJECTED"
                   add 1 to wk-rejected-count
               when "UPHELD"
                   add 1 to wk-upheld-count
                   if dsp-credited-date equal spaces
                       or dsp-credited-date equal wk-today-iso
                       move dsp-customer-id to pst-customer-id
                       if dsp-type equal "C" or "I"
                           move "A" to pst-type
                       else
                           move "C" to pst-type
                       end-if
                       move dsp-amount to pst-amount
                       move wk-today-iso to pst-date
                       write post-rec
                       add 1 to wk-credit-count
                       add dsp-amount to wk-credit-amount
                       move wk-today-iso to dsp-credited-date
                       move wk-dsp-line-rdf to wk-dsp-line(wk-dsp-idx)
                   end-if
           end-evaluate
           exit section
           .

       load-register-file section.
           open input register-file
           if not wk-register-ok-status
               exit section
           end-if
           set wk-register-ok-status to true
           perform until not wk-register-ok-status
               read register-file
               if not wk-register-eof-status
                   if wk-dsp-count < wk-dsp-slots
                       add 1 to wk-dsp-count
                       move register-rec to wk-dsp-line(wk-dsp-count)
                   else
                       set wk-dsp-overflow to true
                   end-if
               end-if
           end-perform
           close register-file
           exit section
           .

       write-register-file section.
           open output register-file
           if not wk-register-ok-status
               display "custdisp: unable to rewrite "
                   "custdisp-register.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-register-row
               varying wk-dsp-idx from 1 by 1
               until wk-dsp-idx > wk-dsp-count
           close register-file
           exit section
           .

       write-register-row section.
           write register-rec from wk-dsp-line(wk-dsp-idx)
           exit section
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           exit section
           .

       write-summary-report section.
           move wk-open-count to rpt-open-count
           move wk-upheld-count to rpt-upheld-count
           move wk-rejected-count to rpt-rejected-count
           move wk-credit-count to rpt-credit-count
           move wk-credit-amount to rpt-credit-amount
           open output report-file
           if not wk-report-ok-status
               display "custdisp: unable to open custdisp-report.txt"
           else
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               write report-rec from wk-report-line5
               close report-file
           end-if
           exit section
           .

       end program custdisp.
