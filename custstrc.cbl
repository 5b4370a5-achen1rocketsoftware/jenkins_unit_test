      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTSTRC is the large-cash and structuring monitor. ovrdrft
      * sees one big swing in one change; this looks at the payments
      * custpost has put on the posted ledger over a rolling window
      * of business days and finds the customer who pays in several
      * amounts each kept just under the reporting threshold.
      *
      *   CUSTSTRC_DATE         the last day of the window, ISO
      *                         (default today)
      *   CUSTSTRC_WINDOW_DAYS  the window's length in business days
      *                         ending that day, walked back through
      *                         datechk's DATECHK-PREV-BUSDAY
      *                         (default 5)
      *   CUSTSTRC_THRESHOLD    the reporting threshold in whole
      *                         base-currency units (default 10000)
      *   CUSTSTRC_BAND_PCT     how far under the threshold a payment
      *                         still counts as "just below" it, as a
      *                         percentage of it (default 10)
      *
      * Payments are compared by their base-currency amount, so a
      * foreign-currency customer is measured on the same scale.
      * Two kinds of case are raised:
      *   LARGE      one payment at or over the threshold
      *   STRUCTURE  two or more just-below payments by one customer
      *              inside the window whose total reaches it
      * Each case goes to the compliance case file
      * custstrc-cases.dat as a header row -
      *   "H", case id 9(6), case type x(9), customer-id 9(5),
      *   date opened 9(8), window from and to (ISO), rows 9(3),
      *   total 9(9)v99, status x(9), disposed by x(20),
      *   date disposed 9(8)
      * followed by one "D" row per contributing ledger row (case id
      * and the ledger row as posted), all space separated.
      *
      * A case stays OPEN until compliance dispositions it, and
      * while it is open the same pattern is not raised again: a
      * ledger row already on any case never makes a LARGE case of
      * its own, and a customer with an OPEN STRUCTURE case gets no
      * second one. Once dispositioned, a new STRUCTURE case needs at
      * least one just-below payment no earlier case has carried.
      *
      *   CUSTSTRC_ACTION   CLEAR (nothing to report) or REPORT (filed
      *                     with the authorities), naming the case
      *                     with CUSTSTRC_CASE_ID, by an operator the
      *                     shared mfutauth gate lets through (action
      *                     UPDATE); the case becomes CLEARED or
      *                     REPORTED with the operator and date on it
      *
      * When the window reaches back past a year custyend has rolled,
      * that year's ledger history file is read as well. The run's
      * counts land in custstrc-report.txt.
      *****************************************************************
       identification division.
       program-id. custstrc.
       environment division.
       input-output section.
           file-control.
           select ledger-file assign to wk-ledger-filename
           organization is line sequential
           file status is wk-ledger-status.

           select case-file assign to "custstrc-cases.dat"
           organization is line sequential
           file status is wk-case-status.

           select report-file assign to "custstrc-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
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

       fd case-file.
       01 case-rec                pic x(134).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-ledger-filename  pic x(30).
       01 wk-case-status      pic xx.
           88 wk-case-ok-status     value "00".
           88 wk-case-eof-status    value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-case-id-cfg      pic 9(06).
       01 wk-date-cfg         pic x(10).
       01 wk-window-cfg       pic 9(03).
       01 wk-window-days      pic 9(03) value 5.
       01 wk-threshold-cfg    pic 9(09).
       01 wk-threshold        pic 9(09)v99 value 10000.
       01 wk-band-cfg         pic 9(02).
       01 wk-band-pct         pic 9(02) value 10.
       01 wk-band-floor       pic 9(09)v99.

       01 wk-window-to        pic x(10).
       01 wk-window-from      pic x(10).
       01 wk-window-step      binary-long.
       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-result-date   pic x(10).
       01 wk-dc-busday-flag   pic x(01).

       01 wk-from-year        pic 9(04).
       01 wk-to-year          pic 9(04).
       01 wk-hist-name.
           03                 pic x(15) value "custpost-ledger".
           03                 pic x(01) value "-".
           03 wk-hist-name-y  pic 9(04).
           03                 pic x(04) value ".dat".

      *> the case file, held whole: the dedupe checks read it and
      *> new cases and dispositions rewrite it.
       78 wk-case-slots       value 20000.
       01 wk-case-count       binary-long value 0.
       01 wk-case-tbl.
           03 wk-case-line    pic x(134) occurs 20000 times.
       01 wk-case-idx         binary-long.
       01 wk-case-found       binary-long.
       01 wk-case-full-sw     pic x(01) value "N".
           88 wk-case-overflow    value "Y" false "N".
       01 wk-last-case-id     pic 9(06) value 0.
       01 wk-case-header-rdf.
           03 csh-kind            pic x(01).
           03                     pic x(01).
           03 csh-case-id         pic 9(06).
           03                     pic x(01).
           03 csh-type            pic x(09).
           03                     pic x(01).
           03 csh-customer-id     pic 9(05).
           03                     pic x(01).
           03 csh-opened          pic 9(08).
           03                     pic x(01).
           03 csh-window-from     pic x(10).
           03                     pic x(01).
           03 csh-window-to       pic x(10).
           03                     pic x(01).
           03 csh-rows            pic 9(03).
           03                     pic x(01).
           03 csh-total           pic 9(09)v99.
           03                     pic x(01).
           03 csh-status          pic x(09).
           03                     pic x(01).
           03 csh-disposed-by     pic x(20).
           03                     pic x(01).
           03 csh-disposed        pic 9(08).
           03                     pic x(22).
       01 wk-case-detail-rdf.
           03 csd-kind            pic x(01).
           03                     pic x(01).
           03 csd-case-id         pic 9(06).
           03                     pic x(01).
           03 csd-ledger-row      pic x(126).

      *> the window's payments at or near the threshold.
       78 wk-cand-slots       value 5000.
       01 wk-cand-count       binary-long value 0.
       01 wk-cand-tbl.
           03 wk-cand-entry occurs 5000 times.
               05 wk-cnd-row      pic x(126).
               05 wk-cnd-customer pic 9(05).
               05 wk-cnd-base     pic 9(09)v99.
               05 wk-cnd-kind     pic x(01).
               05 wk-cnd-cased    pic x(01).
       01 wk-cand-idx         binary-long.
       01 wk-cand-sub         binary-long.
       01 wk-cand-full-sw     pic x(01) value "N".
           88 wk-cand-overflow    value "Y" false "N".
       01 wk-cand-base        pic 9(09)v99.

      *> the just-below payments gathered per customer-id.
       01 wk-cluster-tbl.
           03 wk-cluster-entry occurs 99999 times.
               05 wk-cl-total     pic 9(11)v99.
               05 wk-cl-rows      binary-long.
               05 wk-cl-new       binary-long.
               05 wk-cl-open      pic x(01).
               05 wk-cl-done      pic x(01).

       01 wk-new-case-id      pic 9(06).
       01 wk-new-case-slot    binary-long.
       01 wk-new-rows         binary-long.
       01 wk-new-total        pic 9(11)v99.
       01 wk-scan-customer    pic 9(05).

       01 wk-ledger-count     binary-long value 0.
       01 wk-payment-count    binary-long value 0.
       01 wk-large-count      binary-long value 0.
       01 wk-struct-count     binary-long value 0.
       01 wk-known-count      binary-long value 0.

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-auth-program     pic x(30) value "custstrc".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-report-line1.
           03                  pic x(20) value "Window             :".
           03 rpt-window-from  pic x(10).
           03                  pic x(04) value " to ".
           03 rpt-window-to    pic x(10).
       01 wk-report-line2.
           03                  pic x(20) value "Threshold          :".
           03 rpt-threshold    pic z,zzz,zzz,zz9.99.
       01 wk-report-line3.
           03                  pic x(20) value "Just-below from    :".
           03 rpt-band-floor   pic z,zzz,zzz,zz9.99.
       01 wk-report-line4.
           03                  pic x(20) value "Ledger rows read   :".
           03 rpt-ledger-count pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Payments in window :".
           03 rpt-payment-count pic zzzzzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "LARGE cases opened :".
           03 rpt-large-count  pic zzzzzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "STRUCTURE opened   :".
           03 rpt-struct-count pic zzzzzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Patterns still open:".
           03 rpt-known-count  pic zzzzzzz9.

       procedure division.
       custstrc-main.
           perform build-today-iso-date
           perform load-case-file
           if wk-case-overflow
               display "custstrc: custstrc-cases.dat holds more rows "
                   "than the table - run refused so no case is lost "
                   "to a truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "CUSTSTRC_ACTION"
           if wk-action-cfg not equal spaces
               perform case-desk-action
               goback returning return-code
           end-if

           perform load-run-settings
           perform find-window-start
           if wk-window-from equal spaces
               display "custstrc: CUSTSTRC_DATE " wk-window-to
                   " is not a valid ISO date"
               goback returning 1
           end-if

           perform gather-window-payments
           if wk-cand-overflow
               display "custstrc: more payments near the threshold "
                   "than the table holds - run refused rather than "
                   "judge part of the window"
               goback returning 1
           end-if

           perform raise-large-cases
               varying wk-cand-idx from 1 by 1
               until wk-cand-idx > wk-cand-count
           perform raise-structure-cases
               varying wk-cand-idx from 1 by 1
               until wk-cand-idx > wk-cand-count
           if wk-case-overflow
               goback returning 1
           end-if

           perform write-case-file
           if return-code not = 0
               goback returning 1
           end-if
           perform write-summary-report
           display "custstrc: " wk-large-count " LARGE and "
               wk-struct-count " STRUCTURE case(s) opened for "
               wk-window-from " to " wk-window-to
           goback returning 0.

      *> CLEAR or REPORT one OPEN case, by an authorised operator.
       case-desk-action section.
           if wk-action-cfg not equal "CLEAR"
               and wk-action-cfg not equal "REPORT"
               display "custstrc: CUSTSTRC_ACTION must be CLEAR or "
                   "REPORT"
               move 1 to return-code
               exit section
           end-if
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               move 1 to return-code
               exit section
           end-if
           accept wk-case-id-cfg from environment "CUSTSTRC_CASE_ID"
           move 0 to wk-case-found
           perform find-open-case
               varying wk-case-idx from 1 by 1
               until wk-case-idx > wk-case-count
                  or wk-case-found > 0
           if wk-case-found = 0
               display "custstrc: no OPEN case " wk-case-id-cfg
               move 1 to return-code
               exit section
           end-if
           move wk-case-line(wk-case-found) to wk-case-header-rdf
           if wk-action-cfg equal "CLEAR"
               move "CLEARED" to csh-status
           else
               move "REPORTED" to csh-status
           end-if
           move wk-auth-operator to csh-disposed-by
           move wk-today-ymd to csh-disposed
           move wk-case-header-rdf to wk-case-line(wk-case-found)
           perform write-case-file
           if return-code not = 0
               exit section
           end-if
           display "custstrc: case " wk-case-id-cfg " for customer "
               csh-customer-id " marked " csh-status
           move 0 to return-code
           exit section
           .

       find-open-case section.
           move wk-case-line(wk-case-idx) to wk-case-header-rdf
           if csh-kind equal "H"
               and csh-case-id = wk-case-id-cfg
               and csh-status equal "OPEN"
               move wk-case-idx to wk-case-found
           end-if
           exit section
           .

       load-run-settings section.
           accept wk-date-cfg from environment "CUSTSTRC_DATE"
           if wk-date-cfg equal spaces
               move wk-today-iso to wk-window-to
           else
               move wk-date-cfg to wk-window-to
           end-if
           accept wk-window-cfg from environment
               "CUSTSTRC_WINDOW_DAYS"
           if wk-window-cfg > 0
               move wk-window-cfg to wk-window-days
           end-if
           accept wk-threshold-cfg from environment
               "CUSTSTRC_THRESHOLD"
           if wk-threshold-cfg > 0
               move wk-threshold-cfg to wk-threshold
           end-if
           accept wk-band-cfg from environment "CUSTSTRC_BAND_PCT"
           if wk-band-cfg > 0
               move wk-band-cfg to wk-band-pct
           end-if
           compute wk-band-floor rounded =
               wk-threshold * (100 - wk-band-pct) / 100
           exit section
           .

      *> the window ends on the run date and reaches back over the
      *> configured number of business days; weekends and holidays
      *> inside it belong to it as well.
       find-window-start section.
           move spaces to wk-window-from
           move wk-window-to to wk-dc-input-date
           call "DATECHK-IS-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-busday-flag
           end-call
           if wk-dc-busday-flag equal spaces
               exit section
           end-if
           move wk-window-to to wk-window-from
           perform step-window-back
               varying wk-window-step from 2 by 1
               until wk-window-step > wk-window-days
                  or wk-window-from equal spaces
           exit section
           .

       step-window-back section.
           move wk-window-from to wk-dc-input-date
           call "DATECHK-PREV-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-result-date
           end-call
           move wk-dc-result-date to wk-window-from
           exit section
           .

      *> a window that starts in a year custyend has already rolled
      *> finds that year's rows in its history file.
       gather-window-payments section.
           initialize wk-cluster-tbl
           perform mark-open-structure-cases
               varying wk-case-idx from 1 by 1
               until wk-case-idx > wk-case-count
           move wk-window-from(1:4) to wk-from-year
           move wk-window-to(1:4) to wk-to-year
           if wk-from-year < wk-to-year
               move wk-from-year to wk-hist-name-y
               move wk-hist-name to wk-ledger-filename
               perform scan-ledger-file
           end-if
           move "custpost-ledger.dat" to wk-ledger-filename
           perform scan-ledger-file
           exit section
           .

       mark-open-structure-cases section.
           move wk-case-line(wk-case-idx) to wk-case-header-rdf
           if csh-kind equal "H"
               and csh-type equal "STRUCTURE"
               and csh-status equal "OPEN"
               and csh-customer-id > 0
               move "Y" to wk-cl-open(csh-customer-id)
           end-if
           exit section
           .

       scan-ledger-file section.
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   add 1 to wk-ledger-count
                   perform take-ledger-row
               end-if
           end-perform
           close ledger-file
           exit section
           .

      *> rows posted before the base amount was carried are measured
      *> on the transaction amount itself.
      *> a credit adjustment ("A") is not a deposit.
       take-ledger-row section.
           if led-type not equal "P"
               or led-customer-id not numeric
               or led-customer-id = 0
               exit section
           end-if
           if led-txn-date < wk-window-from
               or led-txn-date > wk-window-to
               exit section
           end-if
           add 1 to wk-payment-count
           if led-base-amount numeric and led-base-amount > 0
               move led-base-amount to wk-cand-base
           else
               move led-amount to wk-cand-base
           end-if
           if wk-cand-base < wk-band-floor
               exit section
           end-if
           if wk-cand-count >= wk-cand-slots
               set wk-cand-overflow to true
               exit section
           end-if
           add 1 to wk-cand-count
           move ledger-rec to wk-cnd-row(wk-cand-count)
           move led-customer-id to wk-cnd-customer(wk-cand-count)
           move wk-cand-base to wk-cnd-base(wk-cand-count)
           move "N" to wk-cnd-cased(wk-cand-count)
           move 0 to wk-case-found
           perform find-cased-row
               varying wk-case-idx from 1 by 1
               until wk-case-idx > wk-case-count
                  or wk-case-found > 0
           if wk-case-found > 0
               move "Y" to wk-cnd-cased(wk-cand-count)
           end-if
           if wk-cand-base >= wk-threshold
               move "L" to wk-cnd-kind(wk-cand-count)
               exit section
           end-if
           move "S" to wk-cnd-kind(wk-cand-count)
           add wk-cand-base to wk-cl-total(led-customer-id)
           add 1 to wk-cl-rows(led-customer-id)
           if wk-case-found = 0
               add 1 to wk-cl-new(led-customer-id)
           end-if
           exit section
           .

       find-cased-row section.
           move wk-case-line(wk-case-idx) to wk-case-detail-rdf
           if csd-kind equal "D"
               and csd-ledger-row equal wk-cnd-row(wk-cand-count)
               move wk-case-idx to wk-case-found
           end-if
           exit section
           .

       raise-large-cases section.
           if wk-cnd-kind(wk-cand-idx) not equal "L"
               exit section
           end-if
           if wk-cnd-cased(wk-cand-idx) equal "Y"
               add 1 to wk-known-count
               exit section
           end-if
           move 1 to wk-new-rows
           move wk-cnd-base(wk-cand-idx) to wk-new-total
           move wk-cnd-customer(wk-cand-idx) to wk-scan-customer
           perform open-case-header
           if wk-case-overflow
               exit section
           end-if
           move "LARGE" to csh-type
           move wk-case-header-rdf to wk-case-line(wk-new-case-slot)
           move wk-cand-idx to wk-cand-sub
           perform add-case-detail
           move "Y" to wk-cnd-cased(wk-cand-idx)
           add 1 to wk-large-count
           display "custstrc: LARGE case " wk-new-case-id
               " for customer " wk-scan-customer
           exit section
           .

      *> each customer is judged once, at the first of its just-below
      *> payments; the case carries all of them from the window.
       raise-structure-cases section.
           if wk-cnd-kind(wk-cand-idx) not equal "S"
               exit section
           end-if
           move wk-cnd-customer(wk-cand-idx) to wk-scan-customer
           if wk-cl-done(wk-scan-customer) equal "Y"
               exit section
           end-if
           move "Y" to wk-cl-done(wk-scan-customer)
           if wk-cl-rows(wk-scan-customer) < 2
               or wk-cl-total(wk-scan-customer) < wk-threshold
               exit section
           end-if
           if wk-cl-open(wk-scan-customer) equal "Y"
               or wk-cl-new(wk-scan-customer) = 0
               add 1 to wk-known-count
               exit section
           end-if
           move wk-cl-rows(wk-scan-customer) to wk-new-rows
           move wk-cl-total(wk-scan-customer) to wk-new-total
           perform open-case-header
           if wk-case-overflow
               exit section
           end-if
           move "STRUCTURE" to csh-type
           move wk-case-header-rdf to wk-case-line(wk-new-case-slot)
           perform add-cluster-detail
               varying wk-cand-sub from wk-cand-idx by 1
               until wk-cand-sub > wk-cand-count
                  or wk-case-overflow
           add 1 to wk-struct-count
           display "custstrc: STRUCTURE case " wk-new-case-id
               " for customer " wk-scan-customer
           exit section
           .

       add-cluster-detail section.
           if wk-cnd-kind(wk-cand-sub) equal "S"
               and wk-cnd-customer(wk-cand-sub) = wk-scan-customer
               perform add-case-detail
               move "Y" to wk-cnd-cased(wk-cand-sub)
           end-if
           exit section
           .

      *> the header is left in wk-case-header-rdf for the caller to
      *> type and store at wk-new-case-slot.
       open-case-header section.
           if wk-case-count + wk-new-rows >= wk-case-slots
               set wk-case-overflow to true
               display "custstrc: case table full - pattern for "
                   "customer " wk-scan-customer " not recorded, run "
                   "refused"
               exit section
           end-if
           add 1 to wk-last-case-id
           move wk-last-case-id to wk-new-case-id
           move spaces to wk-case-header-rdf
           move "H" to csh-kind
           move wk-new-case-id to csh-case-id
           move wk-scan-customer to csh-customer-id
           move wk-today-ymd to csh-opened
           move wk-window-from to csh-window-from
           move wk-window-to to csh-window-to
           move wk-new-rows to csh-rows
           move wk-new-total to csh-total
           move "OPEN" to csh-status
           move 0 to csh-disposed
           add 1 to wk-case-count
           move wk-case-count to wk-new-case-slot
           exit section
           .

       add-case-detail section.
           move spaces to wk-case-detail-rdf
           move "D" to csd-kind
           move wk-new-case-id to csd-case-id
           move wk-cnd-row(wk-cand-sub) to csd-ledger-row
           add 1 to wk-case-count
           move wk-case-detail-rdf to wk-case-line(wk-case-count)
           exit section
           .

       load-case-file section.
           open input case-file
           if not wk-case-ok-status
               exit section
           end-if
           set wk-case-ok-status to true
           perform until not wk-case-ok-status
               read case-file
               if not wk-case-eof-status
                   perform hold-case-row
               end-if
           end-perform
           close case-file
           exit section
           .

       hold-case-row section.
           if wk-case-count >= wk-case-slots
               set wk-case-overflow to true
               exit section
           end-if
           add 1 to wk-case-count
           move case-rec to wk-case-line(wk-case-count)
           move case-rec to wk-case-header-rdf
           if csh-kind equal "H"
               and csh-case-id numeric
               and csh-case-id > wk-last-case-id
               move csh-case-id to wk-last-case-id
           end-if
           exit section
           .

       write-case-file section.
           open output case-file
           if not wk-case-ok-status
               display "custstrc: unable to rewrite custstrc-cases.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-case-row
               varying wk-case-idx from 1 by 1
               until wk-case-idx > wk-case-count
           close case-file
           exit section
           .

       write-case-row section.
           write case-rec from wk-case-line(wk-case-idx)
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
           move wk-window-from to rpt-window-from
           move wk-window-to to rpt-window-to
           move wk-threshold to rpt-threshold
           move wk-band-floor to rpt-band-floor
           move wk-ledger-count to rpt-ledger-count
           move wk-payment-count to rpt-payment-count
           move wk-large-count to rpt-large-count
           move wk-struct-count to rpt-struct-count
           move wk-known-count to rpt-known-count
           open output report-file
           if not wk-report-ok-status
               display "custstrc: unable to open custstrc-report.txt"
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

       end program custstrc.
