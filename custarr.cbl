      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTARR is the nightly monitor over the collections desk's
      * payment arrangements. custarr-plans.dat holds one row per
      * customer plan, keyed in by the desk:
      *   customer-id 9(5) instalment 9(7)v99 frequency x(1)
      *   start-date x(10) end-date x(10) status x(8)
      * (space separated) - frequency W weekly, F fortnightly or M
      * monthly, status ACTIVE for a plan being monitored.
      *
      * For every ACTIVE plan the instalment due dates run from the
      * start date at the plan's frequency, each rolled forward to a
      * business day through datechk (DATECHK-IS-BUSDAY then
      * DATECHK-NEXT-BUSDAY), up to the earlier of tonight and the
      * end date. The payments custpost-ledger.dat holds for the
      * customer from the start date on - "P" rows, and the
      * receiving leg of a "T" transfer, which is a misapplied
      * payment moved to the right account - are set against what
      * those instalments add up to, and the plan is reported as
      *   KEPT     - everything due has been paid
      *   PARTIAL  - short, but by less than one instalment
      *   BROKEN   - short by a whole instalment or more, or short
      *              at all once the end date has passed
      *   NOT DUE  - no instalment has fallen due yet.
      *
      * A broken plan is marked BROKEN, which releases the account
      * back into custdun's dunning cycle (custdun holds any account
      * under an ACTIVE plan), and a line is appended to
      * custarr-collections.dat for the collections team. A plan kept
      * to its end date is marked COMPLETE. The plan file is
      * rewritten with the new statuses; the verdicts land in
      * custarr-report.txt.
      *
      * A plan that started before custyend rolled a fiscal year has
      * payments on that year's history file (custpost-ledger-yyyy
      * .dat) as well as the live ledger, so the history files from
      * the year before the earliest active plan's start on are
      * read too.
      *****************************************************************
       identification division.
       program-id. custarr.
       environment division.
       input-output section.
           file-control.
           select plan-file assign to "custarr-plans.dat"
           organization is line sequential
           file status is wk-plan-status.

           select ledger-file assign to wk-ledger-filename
           organization is line sequential
           file status is wk-ledger-status.

           select collect-file assign to "custarr-collections.dat"
           organization is line sequential
           file status is wk-collect-status.

           select report-file assign to "custarr-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd plan-file.
       01 plan-rec                pic x(60).

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

       fd collect-file.
       01 collect-rec             pic x(80).

       fd report-file.
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-plan-status      pic xx.
           88 wk-plan-ok-status     value "00".
           88 wk-plan-eof-status    value "10".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-ledger-filename  pic x(30).
       01 wk-collect-status   pic xx.
           88 wk-collect-ok-status  value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> the whole plan file, held and rewritten with tonight's
      *> statuses; the paid total per plan is gathered in one pass
      *> of the ledger.
       78 wk-plan-slots       value 1000.
       01 wk-plan-count       binary-long value 0.
       01 wk-plan-tbl.
           03 wk-plan-entry occurs 1000 times.
               05 wk-pln-line     pic x(60).
               05 wk-pln-paid     pic 9(09)v99.
       01 wk-plan-line-rdf.
           03 pln-customer-id     pic 9(05).
           03                     pic x(01).
           03 pln-instalment      pic 9(07)v99.
           03                     pic x(01).
           03 pln-frequency       pic x(01).
               88 pln-weekly          value "W".
               88 pln-fortnightly     value "F".
               88 pln-monthly         value "M".
           03                     pic x(01).
           03 pln-start-date      pic x(10).
           03                     pic x(01).
           03 pln-end-date        pic x(10).
           03                     pic x(01).
           03 pln-status          pic x(08).
           03                     pic x(12).
       01 wk-plan-idx         binary-long.
       01 wk-hist-year        pic 9(04).
       01 wk-hist-first-year  pic 9(04).
       01 wk-hist-last-year   pic 9(04).
       01 wk-plan-full-sw     pic x(01).
           88 wk-plan-overflow    value "Y" false "N".

      *> one plan's instalment schedule as it is walked.
       01 wk-inst-no          binary-long.
       01 wk-due-count        binary-long.
       01 wk-due-limit        pic x(10).
       01 wk-due-date         pic x(10).
       01 wk-due-done-sw      pic x(01).
           88 wk-due-done         value "Y" false "N".
       01 wk-expected         pic 9(09)v99.
       01 wk-shortfall        pic 9(09)v99.
       01 wk-verdict          pic x(08).
       01 wk-add-days         binary-long.
       01 wk-month-total      binary-long.
       01 wk-nth-date.
           03 wk-nth-y        pic 9(04).
           03                 pic x value "-".
           03 wk-nth-m        pic 9(02).
           03                 pic x value "-".
           03 wk-nth-d        pic 9(02).
       01 wk-start-date-rdf.
           03 wk-start-y      pic 9(04).
           03                 pic x.
           03 wk-start-m      pic 9(02).
           03                 pic x.
           03 wk-start-d      pic 9(02).
       01 wk-eom-date-rdf.
           03                 pic x(08).
           03 wk-eom-d        pic 9(02).

       01 wk-kept-count       binary-long value 0.
       01 wk-partial-count    binary-long value 0.
       01 wk-broken-count     binary-long value 0.
       01 wk-notdue-count     binary-long value 0.
       01 wk-complete-count   binary-long value 0.
       01 wk-invalid-count    binary-long value 0.

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-result-date   pic x(10).
       01 wk-dc-busday-flag   pic x(01).
       01 wk-dc-output-date.
           02 dc-day-name                pic xxx.
           02 dc-day-no                  pic xx.
           02 dc-month-name              pic xxx.
           02 dc-year-no                 pic xxxx.
           02 dc-days-since-jan-1-1900   pic x(8).
           02 dc-iso-date                pic x(10).
           02 dc-julian-day              pic 9(03).
           02 dc-day-of-week-no          pic 9.
           02 dc-leap-year-flag          pic x.
           02 dc-fiscal-year             pic 9(04).
           02 dc-fiscal-period           pic 9(02).

       01 wk-detail-line.
           03 dtl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 dtl-frequency       pic x(01).
           03                     pic x(01) value spaces.
           03 dtl-due-count       pic zz9.
           03                     pic x(05) value " due ".
           03 dtl-expected        pic z(8)9.99.
           03                     pic x(06) value " paid ".
           03 dtl-paid            pic z(8)9.99.
           03                     pic x(01) value spaces.
           03 dtl-verdict         pic x(08).

       01 wk-collect-line.
           03 col-date            pic x(10).
           03                     pic x(01) value spaces.
           03 col-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03                     pic x(18)
               value "ARRANGEMENT BROKEN".
           03                     pic x(10) value " expected ".
           03 col-expected        pic z(8)9.99.
           03                     pic x(06) value " paid ".
           03 col-paid            pic z(8)9.99.

       01 wk-report-line1.
           03                  pic x(20) value "Arrangements kept  :".
           03 rpt-kept-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Partially kept     :".
           03 rpt-partial-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Broken             :".
           03 rpt-broken-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Not yet due        :".
           03 rpt-notdue-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Completed          :".
           03 rpt-complete-count pic zzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Invalid plan rows  :".
           03 rpt-invalid-count pic zzzz9.

       procedure division.
       custarr-main.
           perform build-today-iso-date

           perform load-plan-file
           if wk-plan-overflow
               display "custarr: custarr-plans.dat holds more rows "
                   "than the table - run refused so no plan is lost "
                   "to a truncated rewrite"
               goback returning 1
           end-if
           if wk-plan-count = 0
               display "custarr: no payment arrangements on file"
               goback returning 0
           end-if

           perform gather-ledger-payments

           open output report-file
           if not wk-report-ok-status
               display "custarr: unable to open custarr-report.txt"
               goback returning 1
           end-if
           move "Payment arrangements against the posted ledger"
               to report-rec
           write report-rec

           perform check-one-plan
               varying wk-plan-idx from 1 by 1
               until wk-plan-idx > wk-plan-count

           perform write-summary-lines
           close report-file

           perform write-plan-file
           display "custarr: " wk-kept-count " kept, "
               wk-partial-count " partial, " wk-broken-count
               " broken"
           goback returning 0.

      *> one ACTIVE plan: walk its instalment due dates to tonight,
      *> set the ledger payments against them and give the verdict.
       check-one-plan section.
           move wk-pln-line(wk-plan-idx) to wk-plan-line-rdf
           if pln-status not equal "ACTIVE"
               exit section
           end-if
           if pln-instalment not numeric
               or not (pln-weekly or pln-fortnightly or pln-monthly)
               add 1 to wk-invalid-count
               display "custarr: invalid plan row for customer "
                   pln-customer-id
               exit section
           end-if
           move pln-start-date to wk-dc-input-date
           perform validate-plan-date
           if dc-day-name equal spaces
               add 1 to wk-invalid-count
               exit section
           end-if
           move pln-end-date to wk-dc-input-date
           perform validate-plan-date
           if dc-day-name equal spaces
               add 1 to wk-invalid-count
               exit section
           end-if

           if pln-end-date < wk-today-iso
               move pln-end-date to wk-due-limit
           else
               move wk-today-iso to wk-due-limit
           end-if
           move 0 to wk-due-count
           set wk-due-done to false
           perform count-one-instalment
               varying wk-inst-no from 0 by 1
               until wk-due-done or wk-inst-no > 520
           compute wk-expected = pln-instalment * wk-due-count

           evaluate true
               when wk-due-count = 0
                   move "NOT DUE" to wk-verdict
                   add 1 to wk-notdue-count
               when wk-pln-paid(wk-plan-idx) >= wk-expected
                   move "KEPT" to wk-verdict
                   add 1 to wk-kept-count
               when other
                   compute wk-shortfall =
                       wk-expected - wk-pln-paid(wk-plan-idx)
      *> once the end date has passed there is no later
      *> instalment to catch up with, so any shortfall is broken.
                   if wk-shortfall < pln-instalment
                       and pln-end-date not < wk-today-iso
                       move "PARTIAL" to wk-verdict
                       add 1 to wk-partial-count
                   else
                       move "BROKEN" to wk-verdict
                       add 1 to wk-broken-count
                   end-if
           end-evaluate

           perform write-detail-line
           evaluate true
               when wk-verdict equal "BROKEN"
                   move "BROKEN" to pln-status
                   perform raise-collections-line
               when wk-verdict equal "KEPT"
                   and pln-end-date < wk-today-iso
                   move "COMPLETE" to pln-status
                   add 1 to wk-complete-count
           end-evaluate
           move wk-plan-line-rdf to wk-pln-line(wk-plan-idx)
           exit section
           .

      *> instalment n falls n weeks, fortnights or calendar months
      *> after the start (a short month clamps to its last day),
      *> rolled forward to a business day; it counts as due once
      *> that day is no later than the limit.
       count-one-instalment section.
           evaluate true
               when pln-weekly
                   compute wk-add-days = wk-inst-no * 7
                   perform add-days-to-start
               when pln-fortnightly
                   compute wk-add-days = wk-inst-no * 14
                   perform add-days-to-start
               when other
                   perform add-months-to-start
           end-evaluate
           if wk-due-date equal spaces
               set wk-due-done to true
               exit section
           end-if

           move wk-due-date to wk-dc-input-date
           call "DATECHK-IS-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-busday-flag
           end-call
           if wk-dc-busday-flag not equal "Y"
               call "DATECHK-NEXT-BUSDAY" using
                   by reference wk-dc-input-date
                   by reference wk-dc-locale
                   by reference wk-dc-result-date
               end-call
               move wk-dc-result-date to wk-due-date
           end-if

           if wk-due-date > wk-due-limit
               or wk-due-date equal spaces
               set wk-due-done to true
           else
               add 1 to wk-due-count
           end-if
           exit section
           .

       add-days-to-start section.
           move pln-start-date to wk-dc-input-date
           call "DATECHK-ADD-DAYS" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-add-days
               by reference wk-dc-result-date
           end-call
           move wk-dc-result-date to wk-due-date
           exit section
           .

       add-months-to-start section.
           move pln-start-date to wk-start-date-rdf
           compute wk-month-total = wk-start-m - 1 + wk-inst-no
           compute wk-nth-y = wk-start-y + wk-month-total / 12
           compute wk-nth-m =
               function mod(wk-month-total, 12) + 1
           move 1 to wk-nth-d
           move wk-nth-date to wk-dc-input-date
           call "DATECHK-END-OF-MONTH" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-result-date
           end-call
           if wk-dc-result-date equal spaces
               move spaces to wk-due-date
               exit section
           end-if
           move wk-dc-result-date to wk-eom-date-rdf
           if wk-start-d > wk-eom-d
               move wk-eom-d to wk-nth-d
           else
               move wk-start-d to wk-nth-d
           end-if
           move wk-nth-date to wk-due-date
           exit section
           .

       validate-plan-date section.
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           exit section
           .

      *> every ledger payment from a plan's start date on counts
      *> toward that plan, rolled years' history files first.
       gather-ledger-payments section.
           move wk-today-iso-y to wk-hist-first-year
           perform find-earliest-plan-year
               varying wk-plan-idx from 1 by 1
               until wk-plan-idx > wk-plan-count
           subtract 1 from wk-hist-first-year
           move wk-today-iso-y to wk-hist-last-year
           perform gather-history-year
               varying wk-hist-year from wk-hist-first-year by 1
               until wk-hist-year > wk-hist-last-year
           move "custpost-ledger.dat" to wk-ledger-filename
           perform scan-ledger-payments
           exit section
           .

       find-earliest-plan-year section.
           move wk-pln-line(wk-plan-idx) to wk-plan-line-rdf
           if pln-status equal "ACTIVE"
               and pln-start-date(1:4) numeric
               and pln-start-date(1:4) < wk-hist-first-year
               move pln-start-date(1:4) to wk-hist-first-year
           end-if
           exit section
           .

      *> a year not rolled has no history file, which is no error.
       gather-history-year section.
           move spaces to wk-ledger-filename
           string "custpost-ledger-" wk-hist-year ".dat"
               delimited by size into wk-ledger-filename
           perform scan-ledger-payments
           exit section
           .

       scan-ledger-payments section.
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
      *> a credit adjustment ("A") is not money from the customer,
      *> so it keeps no instalment.
                   if (led-type equal "P"
                       or (led-type equal "T"
                           and led-balance-after > led-balance-before))
                       and led-amount numeric
                       perform credit-plan-payment
                           varying wk-plan-idx from 1 by 1
                           until wk-plan-idx > wk-plan-count
                   end-if
               end-if
           end-perform
           close ledger-file
           exit section
           .

       credit-plan-payment section.
           move wk-pln-line(wk-plan-idx) to wk-plan-line-rdf
           if pln-customer-id = led-customer-id
               and pln-status equal "ACTIVE"
               and led-txn-date >= pln-start-date
               and led-txn-date <= wk-today-iso
               add led-amount to wk-pln-paid(wk-plan-idx)
           end-if
           exit section
           .

       raise-collections-line section.
           move wk-today-iso to col-date
           move pln-customer-id to col-customer-id
           move wk-expected to col-expected
           move wk-pln-paid(wk-plan-idx) to col-paid
           open extend collect-file
           if not wk-collect-ok-status
               open output collect-file
           end-if
           if wk-collect-ok-status
               write collect-rec from wk-collect-line
               close collect-file
           else
               display "custarr: unable to open "
                   "custarr-collections.dat"
           end-if
           exit section
           .

       write-detail-line section.
           move pln-customer-id to dtl-customer-id
           move pln-frequency to dtl-frequency
           move wk-due-count to dtl-due-count
           move wk-expected to dtl-expected
           move wk-pln-paid(wk-plan-idx) to dtl-paid
           move wk-verdict to dtl-verdict
           write report-rec from wk-detail-line
           exit section
           .

       write-summary-lines section.
           move wk-kept-count to rpt-kept-count
           move wk-partial-count to rpt-partial-count
           move wk-broken-count to rpt-broken-count
           move wk-notdue-count to rpt-notdue-count
           move wk-complete-count to rpt-complete-count
           move wk-invalid-count to rpt-invalid-count
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           exit section
           .

       load-plan-file section.
           open input plan-file
           if not wk-plan-ok-status
               exit section
           end-if
           set wk-plan-ok-status to true
           perform until not wk-plan-ok-status
               read plan-file
               if not wk-plan-eof-status
                   if plan-rec not equal spaces
                       if wk-plan-count < wk-plan-slots
                           add 1 to wk-plan-count
                           move plan-rec to wk-pln-line(wk-plan-count)
                           move 0 to wk-pln-paid(wk-plan-count)
                       else
                           set wk-plan-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close plan-file
           exit section
           .

       write-plan-file section.
           open output plan-file
           if not wk-plan-ok-status
               display "custarr: unable to rewrite custarr-plans.dat"
               exit section
           end-if
           perform write-plan-row
               varying wk-plan-idx from 1 by 1
               until wk-plan-idx > wk-plan-count
           close plan-file
           exit section
           .

       write-plan-row section.
           write plan-rec from wk-pln-line(wk-plan-idx)
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

       end program custarr.
