      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * FXRATE is the one place the suite turns an amount in a
      * customer's account currency into the base currency, so the
      * posting, accrual, trial-balance and aging programs cannot
      * drift apart on which rate applies. Every caller uses
      *
      *   FXRATE-BASE-CCY      -> the base currency code
      *   FXRATE-CUSTOMER-CCY  customer-id -> account currency
      *   FXRATE-CONVERT       currency, ISO date, account amount ->
      *                        base amount, found ("Y"/"N")
      *
      * The base currency comes from FXRATE_BASE_CURRENCY (GBP when
      * not set). A customer's currency is its row on the CUSTCCY
      * child file (customer-currency.cpy, maintained through
      * custcmnt); a customer with no row - or a run with no child
      * file at all - is billed in the base currency, which is how
      * every account stood before the file existed.
      *
      * The daily rate file (the FXRATES DD) carries one row per
      * currency per rate date -
      *   rate-date (ISO yyyy-mm-dd), currency (3), rate
      *   (9(5)v9(6), base units per one unit of the currency)
      * - and is loaded on the first conversion. Every rate date is
      * validated through the shared datechk, and a row with a bad
      * date or a rate that is not a positive number is refused and
      * counted rather than trusted. A conversion takes the latest
      * rate dated on or before the date asked for; an amount in the
      * base currency converts at one without a rate row, and an
      * amount in a currency with no usable rate comes back "N" with
      * a zero base amount so the caller decides what that means.
      *****************************************************************
       identification division.
       program-id. fxrate.
       environment division.
       input-output section.
           file-control.
           select rate-file assign external fxrates
           organization is line sequential
           file status is wk-rate-status.

           select ccy-file assign external custccy
           organization is indexed
           access mode is random
           record key is ccy-customer-id
           file status is wk-ccy-status.
       data division.
       file section.
       fd rate-file.
       01 rate-rec.
           03 fxr-rate-date       pic x(10).
           03                     pic x(01).
           03 fxr-currency        pic x(03).
           03                     pic x(01).
           03 fxr-rate            pic 9(05)v9(06).

       fd ccy-file.
       01 ccy-rec.
           copy "customer-currency.cpy".

       working-storage section.
       01 wk-rate-status      pic xx.
           88 wk-rate-ok-status     value "00".
           88 wk-rate-eof-status    value "10".
       01 wk-ccy-status       pic xx.
           88 wk-ccy-ok-status      value "00".

       01 wk-base-ccy         pic x(03) value spaces.
       01 wk-base-ccy-cfg     pic x(03).

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-rates-loaded     value "Y" false "N".
       01 wk-ccy-tried-sw     pic x(01) value "N".
           88 wk-ccy-tried        value "Y" false "N".
       01 wk-ccy-open-sw      pic x(01) value "N".
           88 wk-ccy-open         value "Y" false "N".

      *> every usable rate row, in file order; the lookup keeps the
      *> latest one on or before the date asked for.
       01 wk-rate-count       binary-long value 0.
       01 wk-rate-refused     binary-long value 0.
       01 wk-rate-tbl.
           03 wk-rate-entry occurs 5000 times.
               05 wk-rte-date     pic x(10).
               05 wk-rte-ccy      pic x(03).
               05 wk-rte-rate     pic 9(05)v9(06).
       01 wk-rate-idx         binary-long.
       01 wk-best-idx         binary-long.

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

       linkage section.
       01 lk-currency         pic x(03).
       01 lk-customer-id      pic 9(05).
       01 lk-rate-date        pic x(10).
       01 lk-amount           pic s9(11)v99.
       01 lk-base-amount      pic s9(11)v99.
       01 lk-found            pic x(01).

       procedure division.
       fxrate-main.
           goback.

       entry "FXRATE-BASE-CCY" using lk-currency.
           perform resolve-base-ccy
           move wk-base-ccy to lk-currency
           goback.

       entry "FXRATE-CUSTOMER-CCY" using lk-customer-id, lk-currency.
           perform resolve-base-ccy
           move wk-base-ccy to lk-currency
           if not wk-ccy-tried
               set wk-ccy-tried to true
               open input ccy-file
               if wk-ccy-ok-status
                   set wk-ccy-open to true
               end-if
           end-if
           if wk-ccy-open
               move lk-customer-id to ccy-customer-id
               read ccy-file
                   invalid key
                       continue
                   not invalid key
                       if ccy-currency not equal spaces
                           move ccy-currency to lk-currency
                       end-if
               end-read
           end-if
           goback.

       entry "FXRATE-CONVERT" using lk-currency, lk-rate-date,
                                    lk-amount, lk-base-amount,
                                    lk-found.
           perform resolve-base-ccy
           move "N" to lk-found
           move 0 to lk-base-amount
           if lk-currency equal wk-base-ccy
               or lk-currency equal spaces
               move lk-amount to lk-base-amount
               move "Y" to lk-found
               goback
           end-if
           if not wk-rates-loaded
               perform load-rate-table
           end-if
           move 0 to wk-best-idx
           perform pick-best-rate
               varying wk-rate-idx from 1 by 1
               until wk-rate-idx > wk-rate-count
           if wk-best-idx > 0
               compute lk-base-amount rounded =
                   lk-amount * wk-rte-rate(wk-best-idx)
               move "Y" to lk-found
           end-if
           goback.

       resolve-base-ccy section.
           if wk-base-ccy equal spaces
               accept wk-base-ccy-cfg from environment
                   "FXRATE_BASE_CURRENCY"
               if wk-base-ccy-cfg not equal spaces
                   move wk-base-ccy-cfg to wk-base-ccy
               else
                   move "GBP" to wk-base-ccy
               end-if
           end-if
           exit section
           .

       load-rate-table section.
           set wk-rates-loaded to true
           open input rate-file
           if not wk-rate-ok-status
               display "fxrate: no FXRATES file - only base currency "
                   "amounts convert"
               exit section
           end-if
           set wk-rate-ok-status to true
           perform until not wk-rate-ok-status
               read rate-file
               if not wk-rate-eof-status
                   perform take-rate-row
               end-if
           end-perform
           close rate-file
           if wk-rate-refused > 0
               display "fxrate: " wk-rate-refused " rate row(s) "
                   "refused - bad date or rate"
           end-if
           exit section
           .

       take-rate-row section.
           move fxr-rate-date to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           if dc-day-name equal spaces
               or fxr-currency equal spaces
               or fxr-rate not numeric
               add 1 to wk-rate-refused
               exit section
           end-if
           if fxr-rate = 0
               add 1 to wk-rate-refused
               exit section
           end-if
           if wk-rate-count >= 5000
               add 1 to wk-rate-refused
               exit section
           end-if
           add 1 to wk-rate-count
           move fxr-rate-date to wk-rte-date(wk-rate-count)
           move fxr-currency to wk-rte-ccy(wk-rate-count)
           move fxr-rate to wk-rte-rate(wk-rate-count)
           exit section
           .

      *> ISO dates order lexically; a later row for the same date
      *> replaces an earlier one, so a corrected rate appended to the
      *> file wins.
       pick-best-rate section.
           if wk-rte-ccy(wk-rate-idx) not equal lk-currency
               exit section
           end-if
           if wk-rte-date(wk-rate-idx) > lk-rate-date
               exit section
           end-if
           if wk-best-idx = 0
               move wk-rate-idx to wk-best-idx
               exit section
           end-if
           if wk-rte-date(wk-rate-idx) >= wk-rte-date(wk-best-idx)
               move wk-rate-idx to wk-best-idx
           end-if
           exit section
           .

       end program fxrate.
