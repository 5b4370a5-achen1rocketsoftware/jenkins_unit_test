      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTYEND is the year-end run over the posted ledger. Given a
      * fiscal year (CUSTYEND_YEAR, yyyy) it does two things:
      *
      * It writes one annual summary per customer with ledger rows
      * in the year to custyend-summary.txt, addressed from the
      * CUSTADDR child file: the opening balance, the year's
      * payments, charges (with the interest custaccr charged in
      * the year, from custaccr-history.dat, shown as part of
      * them), write-offs, refunds, credit adjustments (interest
      * returned and upheld disputes) and transfers in and out, and
      * the closing balance, in the account's own currency. Each
      * summary is also written into the correspondence spool through
      * corrspl (document type ANNUALSM), which addresses it from the
      * same child file, for the next corrprnt batch; a summary for
      * a customer with no address, or whose address has come back
      * as returned mail, is held there instead, and counted on the
      * report. A summary the spool could not take (outcome "E", or
      * "T" for one too long to print whole) does not stop the roll -
      * a rolled year cannot be run again - but the customer is named
      * on the console, the summary stays on custyend-summary.txt
      * for the desk to send, and the run ends return code 1.
      *
      * It then rolls the ledger: every row whose transaction date
      * is on or before the year's last day moves to the per-year
      * history file custpost-ledger-yyyy.dat, and the live
      * custpost-ledger.dat keeps the later rows behind one "B"
      * (brought forward) row per rolled customer, dated the day
      * after the year end, amount zero, with the closing balance
      * as both its balance before and after. custstmt takes that
      * row as the opening balance of a statement that starts after
      * the roll, and reads the history files for one that reaches
      * back across it; custarr reads them for plans that span it.
      *
      * The year's bounds come from its periods on the FISCALCAL
      * calendar (the first period's start, the last one's end), and
      * every one of those periods must already be closed through
      * glclose - so nothing can still be dated into the year being
      * rolled. A year whose "B" rows are already on the live ledger
      * has been rolled and is refused; an interrupted roll (history
      * written, ledger not yet rewritten) simply runs again.
      *
      * Rolling rewrites the ledger custpost appends to, so the run
      * sits behind the mfutauth gate (action UPDATE) and holds the
      * mstrlock writer lock for its whole length. The counts land
      * in custyend-report.txt.
      *****************************************************************
       identification division.
       program-id. custyend.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select addr assign external custaddr
           organization is indexed
           access mode is random
           record key is addr-customer-id
           file status is wk-addr-status.

           select fiscal-file assign external fiscalcal
           organization is line sequential
           file status is wk-fiscal-status.

           select ledger-file assign to "custpost-ledger.dat"
           organization is line sequential
           file status is wk-ledger-status.

           select history-file assign to wk-history-filename
           organization is line sequential
           file status is wk-history-status.

           select work-file assign to "custyend-ledger.wrk"
           organization is line sequential
           file status is wk-work-status.

           select accrual-file assign to "custaccr-history.dat"
           organization is line sequential
           file status is wk-accrual-status.

           select summary-file assign to "custyend-summary.txt"
           organization is line sequential
           file status is wk-summary-status.

           select report-file assign to "custyend-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd addr.
       01 addr-file.
           copy "customer-address.cpy".

       fd fiscal-file.
       01 fiscal-rec.
           03 fc-year             pic 9(04).
           03                     pic x(01).
           03 fc-period           pic 9(02).
           03                     pic x(01).
           03 fc-start            pic x(10).
           03                     pic x(01).
           03 fc-end              pic x(10).

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

       fd history-file.
       01 history-rec             pic x(126).

       fd work-file.
       01 work-rec                pic x(126).

       fd accrual-file.
       01 accrual-rec.
           03 acr-customer-id     pic 9(05).
           03                     pic x(01).
           03 acr-accrual-date    pic x(10).
           03                     pic x(01).
           03 acr-base            pic 9(09)v99.
           03                     pic x(01).
           03 acr-rate            pic 9(05)v99.
           03                     pic x(01).
           03 acr-interest        pic 9(07)v99.
           03                     pic x(14).

       fd summary-file.
       01 summary-rec             pic x(70).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-fiscal-status    pic xx.
           88 wk-fiscal-ok-status   value "00".
           88 wk-fiscal-eof-status  value "10".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
       01 wk-work-status      pic xx.
           88 wk-work-ok-status     value "00".
           88 wk-work-eof-status    value "10".
       01 wk-accrual-status   pic xx.
           88 wk-accrual-ok-status  value "00".
           88 wk-accrual-eof-status value "10".
       01 wk-summary-status   pic xx.
           88 wk-summary-ok-status  value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-year-cfg         pic x(04).
       01 wk-year             redefines wk-year-cfg pic 9(04).
       01 wk-history-filename pic x(30).

      *> the year's bounds and the last day of each of its periods.
       01 wk-year-start       pic x(10).
       01 wk-year-end         pic x(10).
       01 wk-next-start       pic x(10).
       01 wk-prd-count        binary-long value 0.
       01 wk-prd-tbl.
           03 wk-prd-end      pic x(10) occurs 60 times.
       01 wk-prd-idx          binary-long.
       01 wk-open-period      pic x(10).
       01 wk-chk-year         pic 9(04).
       01 wk-chk-period       pic 9(02).
       01 wk-chk-closed       pic x(01).

      *> one slot per customer with rolled rows, in customer-id
      *> order: the balance before the year, the year's movement by
      *> type and the account currency.
       01 wk-yc-slots         binary-long value 5000.
       01 wk-yc-count         binary-long value 0.
       01 wk-yc-tbl.
           03 wk-yc-entry occurs 5000 times.
               05 wk-yc-customer-id pic 9(05).
               05 wk-yc-currency    pic x(03).
               05 wk-yc-opening     pic s9(9)v99.
               05 wk-yc-movement    pic s9(9)v99.
               05 wk-yc-payments    pic 9(9)v99.
               05 wk-yc-charges     pic 9(9)v99.
               05 wk-yc-interest    pic 9(9)v99.
               05 wk-yc-writeoffs   pic 9(9)v99.
               05 wk-yc-refunds     pic 9(9)v99.
               05 wk-yc-credits     pic 9(9)v99.
               05 wk-yc-trf-in      pic 9(9)v99.
               05 wk-yc-trf-out     pic 9(9)v99.
       01 wk-yc-idx           binary-long.
       01 wk-find-id          pic 9(05).
       01 wk-yc-pos           binary-long.
       01 wk-yc-found-sw      pic x(01).
           88 wk-yc-found         value "Y" false "N".
       01 wk-yc-overflow-sw   pic x(01) value "N".
           88 wk-yc-overflow      value "Y" false "N".
       01 wk-closing          pic s9(9)v99.

       01 wk-rolled-sw        pic x(01) value "N".
           88 wk-already-rolled   value "Y" false "N".
       01 wk-addr-open-sw     pic x(01) value "N".
           88 wk-addr-open        value "Y" false "N".
       01 wk-cust-open-sw     pic x(01) value "N".
           88 wk-cust-open        value "Y" false "N".

       01 wk-rolled-count     binary-long value 0.
       01 wk-kept-count       binary-long value 0.
       01 wk-bfwd-count       binary-long value 0.
       01 wk-noaddr-count     binary-long value 0.
       01 wk-returned-count   binary-long value 0.
       01 wk-spool-fail-count binary-long value 0.

      *> the summary as it goes into the correspondence spool.
       01 wk-spl-doc-type     pic x(08) value "ANNUALSM".
       01 wk-spl-customer-id  pic 9(05).
       01 wk-spl-producer     pic x(08) value "CUSTYEND".
       01 wk-spl-line         pic x(80).
       01 wk-spl-outcome      pic x(01).

       01 wk-dc-locale        pic x(01) value "I".
       01 wk-add-days         binary-long value 1.

       01 wk-run-ymd          pic 9(08).
       01 wk-run-time         pic 9(08).
       01 wk-run-id           pic x(20).

       01 wk-auth-program     pic x(30) value "custyend".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-lock-program     pic x(30) value "custyend".
       01 wk-lock-result      pic x(01).
           88 wk-lock-held        value "Y" false "N".

       01 wk-sum-title.
           03                  pic x(20) value "Annual summary     :".
           03                  pic x(12) value "fiscal year ".
           03 sum-year         pic 9(04).
           03                  pic x(02) value spaces.
           03 sum-start        pic x(10).
           03                  pic x(04) value " to ".
           03 sum-end          pic x(10).
       01 wk-sum-name.
           03                  pic x(20) value "Customer           :".
           03 sum-customer-id  pic 9(05).
           03                  pic x(01) value spaces.
           03 sum-fname        pic x(14).
           03                  pic x(01) value spaces.
           03 sum-sname        pic x(16).
       01 wk-sum-addr.
           03                  pic x(20) value spaces.
           03 sum-addr-text    pic x(30).
       01 wk-sum-ccy.
           03                  pic x(20) value "Account currency   :".
           03 sum-currency     pic x(03).
       01 wk-sum-amount.
           03 sum-label        pic x(20).
           03 sum-amount       pic -(9)9.99.
       01 wk-sum-rule         pic x(70) value all "-".

       01 wk-report-line1.
           03                  pic x(20) value "Fiscal year        :".
           03 rpt-year         pic 9(04).
           03                  pic x(02) value spaces.
           03 rpt-start        pic x(10).
           03                  pic x(04) value " to ".
           03 rpt-end          pic x(10).
       01 wk-report-line2.
           03                  pic x(20) value "Ledger rows rolled :".
           03 rpt-rolled-count pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Ledger rows kept   :".
           03 rpt-kept-count   pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Annual summaries   :".
           03 rpt-cust-count   pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Brought fwd rows   :".
           03 rpt-bfwd-count   pic zzzzzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "No address on file :".
           03 rpt-noaddr-count pic zzzzzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "History file       :".
           03 rpt-history      pic x(30).
       01 wk-report-line8.
           03                  pic x(20) value "Held returned mail :".
           03 rpt-returned-count pic zzzzzzz9.

       procedure division.
       custyend-main.
           accept wk-year-cfg from environment "CUSTYEND_YEAR"
           if wk-year-cfg not numeric
               display "custyend: CUSTYEND_YEAR must name the fiscal "
                   "year as yyyy"
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

           perform load-fiscal-year
           if wk-prd-count = 0
               display "custyend: fiscal year " wk-year-cfg
                   " is not on the FISCALCAL calendar"
               goback returning 1
           end-if
           move spaces to wk-open-period
           perform check-period-closed
               varying wk-prd-idx from 1 by 1
               until wk-prd-idx > wk-prd-count
                  or wk-open-period not equal spaces
           if wk-open-period not equal spaces
               display "custyend: the period ending " wk-open-period
                   " is not closed - close every period of the year "
                   "through glclose before the roll"
               goback returning 1
           end-if
           call "DATECHK-ADD-DAYS" using by reference wk-year-end
                                          by reference wk-dc-locale
                                          by reference wk-add-days
                                          by reference wk-next-start
           end-call

           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               goback returning 1
           end-if

           perform gather-year-totals
           if return-code not = 0
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           if wk-already-rolled
               display "custyend: fiscal year " wk-year-cfg
                   " has already been rolled"
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           if wk-yc-overflow
               display "custyend: more customers in the year than "
                   "the table holds - roll refused, nothing written"
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if

           perform gather-year-interest
           perform write-annual-summaries
           if return-code not = 0
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           perform split-ledger
           if return-code not = 0
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           perform rewrite-live-ledger
           call "MSTRLOCK-RELEASE"
           end-call
           if return-code not = 0
               goback returning 1
           end-if

           perform write-summary-report
           display "custyend: fiscal year " wk-year-cfg " rolled - "
               wk-rolled-count " row(s) to its history file, "
               wk-yc-count " customer summary(ies)"
           if wk-spool-fail-count > 0
               display "custyend: " wk-spool-fail-count " summary(ies) "
                   "not spooled - send them from custyend-summary.txt"
               goback returning 1
           end-if
           goback returning 0.

      *> the year's periods on the calendar give its first and last
      *> day; each period's last day is kept for the closed check.
       load-fiscal-year section.
           move high-values to wk-year-start
           move low-values to wk-year-end
           open input fiscal-file
           if not wk-fiscal-ok-status
               exit section
           end-if
           set wk-fiscal-ok-status to true
           perform until not wk-fiscal-ok-status
               read fiscal-file
               if not wk-fiscal-eof-status
                   if fc-year = wk-year
                       and wk-prd-count < 60
                       add 1 to wk-prd-count
                       move fc-end to wk-prd-end(wk-prd-count)
                       if fc-start < wk-year-start
                           move fc-start to wk-year-start
                       end-if
                       if fc-end > wk-year-end
                           move fc-end to wk-year-end
                       end-if
                   end-if
               end-if
           end-perform
           close fiscal-file
           move spaces to wk-history-filename
           string "custpost-ledger-" wk-year-cfg ".dat"
               delimited by size into wk-history-filename
           exit section
           .

       check-period-closed section.
           call "GLPERIOD-CHECK" using
               by reference wk-prd-end(wk-prd-idx)
               by reference wk-chk-year
               by reference wk-chk-period
               by reference wk-chk-closed
           end-call
           if wk-chk-closed not equal "Y"
               move wk-prd-end(wk-prd-idx) to wk-open-period
           end-if
           exit section
           .

      *> first pass: nothing is written, so a year already rolled or
      *> too big for the table is refused before any file changes.
      *> A customer's first rolled row gives the balance before it;
      *> rows dated before the year (a ledger never rolled before)
      *> fold into that opening, the year's rows into its movement.
       gather-year-totals section.
           open input ledger-file
           if not wk-ledger-ok-status
               display "custyend: unable to open custpost-ledger.dat"
               move 1 to return-code
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   if led-type equal "B"
                       and led-txn-date equal wk-next-start
                       set wk-already-rolled to true
                   end-if
                   if led-txn-date not > wk-year-end
                       and not wk-yc-overflow
                       perform total-ledger-row
                   end-if
               end-if
           end-perform
           close ledger-file
           exit section
           .

       total-ledger-row section.
           move led-customer-id to wk-find-id
           perform find-year-customer
           if not wk-yc-found
               perform insert-year-customer
               if wk-yc-overflow
                   exit section
               end-if
               move led-balance-before to wk-yc-opening(wk-yc-pos)
           end-if
           if led-currency not equal spaces
               move led-currency to wk-yc-currency(wk-yc-pos)
           end-if
           if led-txn-date < wk-year-start
               compute wk-yc-opening(wk-yc-pos) =
                   wk-yc-opening(wk-yc-pos)
                   + led-balance-after - led-balance-before
               exit section
           end-if
           compute wk-yc-movement(wk-yc-pos) =
               wk-yc-movement(wk-yc-pos)
               + led-balance-after - led-balance-before
           evaluate led-type
               when "B"
                   continue
               when "P"
                   add led-amount to wk-yc-payments(wk-yc-pos)
               when "W"
                   add led-amount to wk-yc-writeoffs(wk-yc-pos)
               when "R"
                   add led-amount to wk-yc-refunds(wk-yc-pos)
               when "A"
                   add led-amount to wk-yc-credits(wk-yc-pos)
               when "T"
                   if led-balance-after < led-balance-before
                       add led-amount to wk-yc-trf-out(wk-yc-pos)
                   else
                       add led-amount to wk-yc-trf-in(wk-yc-pos)
                   end-if
               when other
                   add led-amount to wk-yc-charges(wk-yc-pos)
           end-evaluate
           exit section
           .

      *> the table is kept in customer-id order, so wk-yc-pos is
      *> either the customer's slot or where it belongs.
       find-year-customer section.
           set wk-yc-found to false
           move 1 to wk-yc-pos
           perform scan-year-customer
               varying wk-yc-idx from 1 by 1
               until wk-yc-idx > wk-yc-count
                  or wk-yc-found
                  or wk-yc-customer-id(wk-yc-idx) > wk-find-id
           if not wk-yc-found
               move wk-yc-idx to wk-yc-pos
           end-if
           exit section
           .

       scan-year-customer section.
           if wk-yc-customer-id(wk-yc-idx) = wk-find-id
               set wk-yc-found to true
               move wk-yc-idx to wk-yc-pos
           end-if
           exit section
           .

       insert-year-customer section.
           if wk-yc-count >= wk-yc-slots
               set wk-yc-overflow to true
               exit section
           end-if
           perform shift-year-customer
               varying wk-yc-idx from wk-yc-count by -1
               until wk-yc-idx < wk-yc-pos
           add 1 to wk-yc-count
           initialize wk-yc-entry(wk-yc-pos)
           move wk-find-id to wk-yc-customer-id(wk-yc-pos)
           exit section
           .

       shift-year-customer section.
           move wk-yc-entry(wk-yc-idx) to wk-yc-entry(wk-yc-idx + 1)
           exit section
           .

      *> the interest custaccr charged in the year, shown as the part
      *> of the charges it accounts for.
       gather-year-interest section.
           open input accrual-file
           if not wk-accrual-ok-status
               exit section
           end-if
           set wk-accrual-ok-status to true
           perform until not wk-accrual-ok-status
               read accrual-file
               if not wk-accrual-eof-status
                   if acr-accrual-date not < wk-year-start
                       and acr-accrual-date not > wk-year-end
                       and acr-interest numeric
                       move acr-customer-id to wk-find-id
                       perform find-year-customer
                       if wk-yc-found
                           add acr-interest
                               to wk-yc-interest(wk-yc-pos)
                       end-if
                   end-if
               end-if
           end-perform
           close accrual-file
           exit section
           .

       write-annual-summaries section.
           open output summary-file
           if not wk-summary-ok-status
               display "custyend: unable to open custyend-summary.txt"
               move 1 to return-code
               exit section
           end-if
      *> the master and the address file only dress the summary; a
      *> missing one leaves the name or the address blank.
           open input cust
           if wk-cust-ok-status
               set wk-cust-open to true
           end-if
           open input addr
           if wk-addr-ok-status
               set wk-addr-open to true
           end-if
           perform write-one-summary
               varying wk-yc-idx from 1 by 1
               until wk-yc-idx > wk-yc-count
           if wk-addr-open
               close addr
           end-if
           if wk-cust-open
               close cust
           end-if
           close summary-file
           exit section
           .

       write-one-summary section.
           move wk-year to sum-year
           move wk-year-start to sum-start
           move wk-year-end to sum-end
           move wk-yc-customer-id(wk-yc-idx) to wk-spl-customer-id
           call "CORRSPL-BEGIN" using by reference wk-spl-doc-type
                                      by reference wk-spl-customer-id
                                      by reference wk-spl-producer
           end-call
           move wk-sum-title to summary-rec
           perform put-summary-line
           move wk-yc-customer-id(wk-yc-idx) to sum-customer-id
           move spaces to sum-fname sum-sname
           if wk-cust-open
               move wk-yc-customer-id(wk-yc-idx) to customer-id
               read cust
                   not invalid key
                       move customer-fname to sum-fname
                       move customer-sname to sum-sname
               end-read
           end-if
           move wk-sum-name to summary-rec
           perform put-summary-line
           perform write-summary-address
           move wk-yc-currency(wk-yc-idx) to sum-currency
           move wk-sum-ccy to summary-rec
           perform put-summary-line

           move "Opening balance    :" to sum-label
           move wk-yc-opening(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Payments           :" to sum-label
           move wk-yc-payments(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Charges            :" to sum-label
           move wk-yc-charges(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "  of which interest:" to sum-label
           move wk-yc-interest(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Write-offs         :" to sum-label
           move wk-yc-writeoffs(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Refunds            :" to sum-label
           move wk-yc-refunds(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Credit adjustments :" to sum-label
           move wk-yc-credits(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Transfers in       :" to sum-label
           move wk-yc-trf-in(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           move "Transfers out      :" to sum-label
           move wk-yc-trf-out(wk-yc-idx) to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           compute wk-closing = wk-yc-opening(wk-yc-idx)
               + wk-yc-movement(wk-yc-idx)
           move "Closing balance    :" to sum-label
           move wk-closing to sum-amount
           move wk-sum-amount to summary-rec
           perform put-summary-line
           call "CORRSPL-END" using by reference wk-spl-outcome
           end-call
           evaluate wk-spl-outcome
               when "S"
                   continue
               when "N"
                   add 1 to wk-noaddr-count
               when "R"
                   add 1 to wk-returned-count
               when other
                   add 1 to wk-spool-fail-count
                   display "custyend: summary for customer "
                       wk-yc-customer-id(wk-yc-idx) " not spooled - "
                       "corrspl outcome " wk-spl-outcome
           end-evaluate
           write summary-rec from wk-sum-rule
           exit section
           .

      *> the summary file keeps every line; the spooled document
      *> takes all but the address, which it carries itself.
       put-summary-line section.
           write summary-rec
           move summary-rec to wk-spl-line
           call "CORRSPL-LINE" using by reference wk-spl-line
           end-call
           exit section
           .


      *> the no-address count is the spool's verdict, taken when
      *> the document is ended, so it is not counted here as well.
       write-summary-address section.
           if not wk-addr-open
               exit section
           end-if
           move wk-yc-customer-id(wk-yc-idx) to addr-customer-id
           read addr
               invalid key
                   exit section
           end-read
           move addr-line1 to sum-addr-text
           write summary-rec from wk-sum-addr
           if addr-line2 not equal spaces
               move addr-line2 to sum-addr-text
               write summary-rec from wk-sum-addr
           end-if
           move addr-postcode to sum-addr-text
           write summary-rec from wk-sum-addr
           exit section
           .

      *> second pass: the year's rows (and anything older) to the
      *> history file, the rest to the work file the live ledger is
      *> rebuilt from.
       split-ledger section.
           open input ledger-file
           if not wk-ledger-ok-status
               display "custyend: unable to open custpost-ledger.dat"
               move 1 to return-code
               exit section
           end-if
           open output history-file
           if not wk-history-ok-status
               display "custyend: unable to open " wk-history-filename
               close ledger-file
               move 1 to return-code
               exit section
           end-if
           open output work-file
           if not wk-work-ok-status
               display "custyend: unable to open custyend-ledger.wrk"
               close history-file
               close ledger-file
               move 1 to return-code
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   if led-txn-date not > wk-year-end
                       write history-rec from ledger-rec
                       add 1 to wk-rolled-count
                   else
                       write work-rec from ledger-rec
                       add 1 to wk-kept-count
                   end-if
               end-if
           end-perform
           close work-file
           close history-file
           close ledger-file
           exit section
           .

      *> the brought-forward rows go first, so each customer's later
      *> rows follow on from the balance they carry.
       rewrite-live-ledger section.
           call "BIZDATE-TODAY" using by reference wk-run-ymd
           end-call
           accept wk-run-time from time
           move spaces to wk-run-id
           string "custyend-" wk-year-cfg
               delimited by size into wk-run-id
           open input work-file
           if not wk-work-ok-status
               display "custyend: unable to reopen custyend-ledger.wrk"
               move 1 to return-code
               exit section
           end-if
           open output ledger-file
           if not wk-ledger-ok-status
               display "custyend: unable to rewrite "
                   "custpost-ledger.dat"
               close work-file
               move 1 to return-code
               exit section
           end-if
           perform write-brought-forward
               varying wk-yc-idx from 1 by 1
               until wk-yc-idx > wk-yc-count
           set wk-work-ok-status to true
           perform until not wk-work-ok-status
               read work-file
               if not wk-work-eof-status
                   write ledger-rec from work-rec
               end-if
           end-perform
           close ledger-file
           close work-file
           delete file work-file
           exit section
           .

       write-brought-forward section.
           move spaces to ledger-rec
           move wk-yc-customer-id(wk-yc-idx) to led-customer-id
           move wk-run-ymd to led-date
           move wk-run-time to led-time
           move wk-run-id to led-run-id
           move "B" to led-type
           move wk-next-start to led-txn-date
           move 0 to led-amount
           compute wk-closing = wk-yc-opening(wk-yc-idx)
               + wk-yc-movement(wk-yc-idx)
           move wk-closing to led-balance-before
           move wk-closing to led-balance-after
           move wk-yc-currency(wk-yc-idx) to led-currency
           move 0 to led-base-amount
           write ledger-rec
           add 1 to wk-bfwd-count
           exit section
           .

       write-summary-report section.
           move wk-year to rpt-year
           move wk-year-start to rpt-start
           move wk-year-end to rpt-end
           move wk-rolled-count to rpt-rolled-count
           move wk-kept-count to rpt-kept-count
           move wk-yc-count to rpt-cust-count
           move wk-bfwd-count to rpt-bfwd-count
           move wk-noaddr-count to rpt-noaddr-count
           move wk-history-filename to rpt-history
           move wk-returned-count to rpt-returned-count
           open output report-file
           if not wk-report-ok-status
               display "custyend: unable to open custyend-report.txt"
           else
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               write report-rec from wk-report-line5
               write report-rec from wk-report-line6
               write report-rec from wk-report-line7
               write report-rec from wk-report-line8
               close report-file
           end-if
           exit section
           .

       end program custyend.
