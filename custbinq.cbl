      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTBINQ answers balance questions from the balance history
      * custbhst appends nightly (custbhst-history.dat), for finance
      * and the dispute desk:
      *
      *   CUSTBINQ_CUSTOMER_ID - the customer (required)
      *   CUSTBINQ_DATE        - the balance and account status as
      *                          of that date (ISO yyyy-mm-dd)
      *   CUSTBINQ_FROM_DATE   - with CUSTBINQ_TO_DATE, the average
      *   CUSTBINQ_TO_DATE       daily balance over the range,
      *                          both days included
      * At least the date or the range must be given; every date is
      * validated through the shared datechk first.
      *
      * A history row holds from its date until the customer's next
      * row, so the balance as of a date is the last row dated on or
      * before it. The average daily balance weighs each row's
      * balance by the days it held inside the range; days before
      * the customer's first row have no known balance and are left
      * out of the average, and the report says how many days it
      * covers. The answer lands in custbinq-report.txt and on the
      * console, in the account's own currency (through the shared
      * fxrate).
      *
      * Balances are shown at the operator's piimask level for
      * BALANCE, and the inquiry goes on piimask's access log.
      *****************************************************************
       identification division.
       program-id. custbinq.
       environment division.
       input-output section.
           file-control.
           select history-file assign to "custbhst-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select report-file assign to "custbinq-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd history-file.
       01 history-rec.
           03 bh-customer-id      pic 9(05).
           03                     pic x(01).
           03 bh-date             pic x(10).
           03                     pic x(01).
           03 bh-balance          pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 bh-status           pic x(01).

       fd report-file.
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-customer-id-cfg  pic 9(05).
       01 wk-asof-date-cfg    pic x(10).
       01 wk-from-date-cfg    pic x(10).
       01 wk-to-date-cfg      pic x(10).

      *> this customer's rows, in file (and so date) order.
       78 wk-row-slots        value 5000.
       01 wk-row-count        binary-long value 0.
       01 wk-row-tbl.
           03 wk-row-entry occurs 5000 times.
               05 wk-row-date     pic x(10).
               05 wk-row-balance  pic s9(9)v99.
               05 wk-row-status   pic x(01).
       01 wk-row-idx          binary-long.
       01 wk-row-full-sw      pic x(01) value "N".
           88 wk-row-overflow     value "Y" false "N".

       01 wk-asof-idx         binary-long.

      *> the average: the balance in force from wk-seg-date on, and
      *> the balance-days gathered so far.
       01 wk-state-sw         pic x(01).
           88 wk-have-state       value "Y" false "N".
       01 wk-seg-date         pic x(10).
       01 wk-seg-balance      pic s9(9)v99.
       01 wk-balance-days     pic s9(15)v99.
       01 wk-covered-days     binary-long.
       01 wk-average          pic s9(9)v99.

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
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
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-header-line.
           03                     pic x(29)
               value "Balance inquiry for customer ".
           03 hdr-customer-id     pic 9(05).

       01 wk-currency-line.
           03                  pic x(20) value "Account currency   :".
           03 ccy-code            pic x(03).

       01 wk-asof-line1.
           03                  pic x(20) value "As of date         :".
           03 asf-date            pic x(10).
       01 wk-asof-line2.
           03                  pic x(20) value "Balance            :".
           03 asf-balance         pic -(9)9.99.
       01 wk-asof-line3.
           03                  pic x(20) value "Account status     :".
           03 asf-status          pic x(01).
           03                     pic x(01) value spaces.
           03 asf-status-text     pic x(08).
       01 wk-asof-line4.
           03                  pic x(20) value "Balance recorded on:".
           03 asf-row-date        pic x(10).

       01 wk-avg-line1.
           03                  pic x(20) value "Average over       :".
           03 avg-from-date       pic x(10).
           03                     pic x(04) value " to ".
           03 avg-to-date         pic x(10).
       01 wk-avg-line2.
           03                  pic x(20) value "Days with history  :".
           03 avg-days            pic zzzz9.
       01 wk-avg-line3.
           03                  pic x(20) value "Average daily bal  :".
           03 avg-balance         pic -(9)9.99.

       01 wk-pii-program      pic x(30) value "custbinq".
       01 wk-pii-field        pic x(08) value "BALANCE".
       01 wk-pii-text         pic x(60).

       procedure division.
       custbinq-main.
           accept wk-customer-id-cfg from environment
               "CUSTBINQ_CUSTOMER_ID"
           if wk-customer-id-cfg = 0
               display "custbinq: CUSTBINQ_CUSTOMER_ID is not set"
               goback returning 1
           end-if
           accept wk-asof-date-cfg from environment "CUSTBINQ_DATE"
           accept wk-from-date-cfg from environment
               "CUSTBINQ_FROM_DATE"
           accept wk-to-date-cfg from environment "CUSTBINQ_TO_DATE"
           if wk-asof-date-cfg equal spaces
               and wk-from-date-cfg equal spaces
               and wk-to-date-cfg equal spaces
               display "custbinq: set CUSTBINQ_DATE, or "
                   "CUSTBINQ_FROM_DATE and CUSTBINQ_TO_DATE"
               goback returning 1
           end-if
           perform validate-inquiry-dates
           if return-code not = 0
               goback returning 1
           end-if

           perform load-customer-rows
           if wk-row-overflow
               display "custbinq: customer " wk-customer-id-cfg
                   " has more history rows than the table holds"
               goback returning 1
           end-if

           open output report-file
           if not wk-report-ok-status
               display "custbinq: unable to open custbinq-report.txt"
               goback returning 1
           end-if
           move wk-customer-id-cfg to hdr-customer-id
           write report-rec from wk-header-line
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-customer-id-cfg
               by reference ccy-code
           end-call
           write report-rec from wk-currency-line
           call "PIIMASK-VIEWED" using
               by reference wk-pii-program
               by reference wk-customer-id-cfg
           end-call

           if wk-asof-date-cfg not equal spaces
               perform report-balance-as-of
           end-if
           if wk-from-date-cfg not equal spaces
               perform report-average-balance
           end-if
           close report-file
           goback returning 0.

       validate-inquiry-dates section.
           if wk-asof-date-cfg not equal spaces
               move wk-asof-date-cfg to wk-dc-input-date
               perform validate-one-date
               if dc-day-name equal spaces
                   display "custbinq: CUSTBINQ_DATE is not a valid "
                       "ISO date"
                   move 1 to return-code
                   exit section
               end-if
           end-if
           if wk-from-date-cfg equal spaces
               and wk-to-date-cfg equal spaces
               exit section
           end-if
           move wk-from-date-cfg to wk-dc-input-date
           perform validate-one-date
           if dc-day-name equal spaces
               display "custbinq: CUSTBINQ_FROM_DATE is not a valid "
                   "ISO date"
               move 1 to return-code
               exit section
           end-if
           move wk-to-date-cfg to wk-dc-input-date
           perform validate-one-date
           if dc-day-name equal spaces
               display "custbinq: CUSTBINQ_TO_DATE is not a valid "
                   "ISO date"
               move 1 to return-code
               exit section
           end-if
           if wk-to-date-cfg < wk-from-date-cfg
               display "custbinq: CUSTBINQ_TO_DATE is before "
                   "CUSTBINQ_FROM_DATE"
               move 1 to return-code
           end-if
           exit section
           .

       validate-one-date section.
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           exit section
           .

       load-customer-rows section.
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   if bh-customer-id = wk-customer-id-cfg
                       and bh-balance numeric
                       if wk-row-count < wk-row-slots
                           add 1 to wk-row-count
                           move bh-date to wk-row-date(wk-row-count)
                           move bh-balance
                               to wk-row-balance(wk-row-count)
                           move bh-status
                               to wk-row-status(wk-row-count)
                       else
                           set wk-row-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

       report-balance-as-of section.
           move wk-asof-date-cfg to asf-date
           write report-rec from wk-asof-line1
           move 0 to wk-asof-idx
           perform find-row-as-of
               varying wk-row-idx from 1 by 1
               until wk-row-idx > wk-row-count
                  or wk-row-date(wk-row-idx) > wk-asof-date-cfg
           if wk-asof-idx = 0
               move "No balance history on or before the date"
                   to report-rec
               write report-rec
               display "custbinq: no balance history for customer "
                   wk-customer-id-cfg " on or before "
                   wk-asof-date-cfg
               exit section
           end-if
           move wk-row-balance(wk-asof-idx) to asf-balance
           move asf-balance to wk-pii-text
           perform mask-money-text
           move wk-pii-text to asf-balance(1:13)
           write report-rec from wk-asof-line2
           move wk-row-status(wk-asof-idx) to asf-status
           evaluate wk-row-status(wk-asof-idx)
               when "O"
                   move "open" to asf-status-text
               when "C"
                   move "closed" to asf-status-text
               when "D"
                   move "dormant" to asf-status-text
               when other
                   move spaces to asf-status-text
           end-evaluate
           write report-rec from wk-asof-line3
           move wk-row-date(wk-asof-idx) to asf-row-date
           write report-rec from wk-asof-line4
           display "custbinq: customer " wk-customer-id-cfg
               " balance as of " wk-asof-date-cfg " is " asf-balance
               " status " asf-status
           exit section
           .

       find-row-as-of section.
           move wk-row-idx to wk-asof-idx
           exit section
           .

      *> each row's balance counts for the days from its date (or
      *> the range start) up to the next row's date, the last one
      *> up to the range end inclusive.
       report-average-balance section.
           move wk-from-date-cfg to avg-from-date
           move wk-to-date-cfg to avg-to-date
           write report-rec from wk-avg-line1
           set wk-have-state to false
           move 0 to wk-balance-days
           move 0 to wk-covered-days
           move wk-from-date-cfg to wk-seg-date
           perform weigh-history-row
               varying wk-row-idx from 1 by 1
               until wk-row-idx > wk-row-count
                  or wk-row-date(wk-row-idx) > wk-to-date-cfg
           if wk-have-state
               call "DATECHK-DAY-DIFF" using
                   by reference wk-seg-date
                   by reference wk-to-date-cfg
                   by reference wk-dc-locale
                   by reference wk-diff-days
                   by reference wk-diff-valid
               end-call
               add 1 to wk-diff-days
               compute wk-balance-days = wk-balance-days
                   + wk-seg-balance * wk-diff-days
               add wk-diff-days to wk-covered-days
           end-if
           move wk-covered-days to avg-days
           write report-rec from wk-avg-line2
           if wk-covered-days = 0
               move "No balance history in the range" to report-rec
               write report-rec
               display "custbinq: no balance history for customer "
                   wk-customer-id-cfg " in the range"
               exit section
           end-if
           compute wk-average rounded =
               wk-balance-days / wk-covered-days
           move wk-average to avg-balance
           move avg-balance to wk-pii-text
           perform mask-money-text
           move wk-pii-text to avg-balance(1:13)
           write report-rec from wk-avg-line3
           display "custbinq: customer " wk-customer-id-cfg
               " average daily balance " avg-balance " over "
               wk-covered-days " day(s)"
           exit section
           .

       mask-money-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       weigh-history-row section.
           if wk-row-date(wk-row-idx) not > wk-from-date-cfg
               set wk-have-state to true
               move wk-row-balance(wk-row-idx) to wk-seg-balance
               exit section
           end-if
           if wk-have-state
               call "DATECHK-DAY-DIFF" using
                   by reference wk-seg-date
                   by reference wk-row-date(wk-row-idx)
                   by reference wk-dc-locale
                   by reference wk-diff-days
                   by reference wk-diff-valid
               end-call
               compute wk-balance-days = wk-balance-days
                   + wk-seg-balance * wk-diff-days
               add wk-diff-days to wk-covered-days
           end-if
           set wk-have-state to true
           move wk-row-date(wk-row-idx) to wk-seg-date
           move wk-row-balance(wk-row-idx) to wk-seg-balance
           exit section
           .

       end program custbinq.
