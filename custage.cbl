      * computed through datechk's DATECHK-DAY-DIFF against the run
      * date), with record counts and balance totals per bucket and
      * the worst offenders - the longest-untouched accounts - listed
      * individually, their surname and balance shown at the
      * operator's piimask level.
      *
      * An account whose last-activity date is blank or fails datechk
      * cannot be aged; those are counted on their own "unaged" line
      * rather than silently dropped into a bucket.
      *
      * Balances are held in each account's own currency; every
      * balance on this report is in the base currency, converted
      * through the shared fxrate at today's rate, and the report
      * ends with a breakdown by account currency - accounts, the
      * balance in the currency itself and its base equivalent - so
      * it shows where the exposure sits. An account whose currency
      * has no rate for today is counted on its own "no FX rate"
      * line and left out of the base figures rather than guessed.
      *
      * The bucket edges are 30, 60, 90 and 180 days unless the
      * shared business-parameter file (bizparm, maintained through
      * bizpmnt) has CUSTAGE_BUCKET2_DAYS to CUSTAGE_BUCKET5_DAYS
      * values in force today; a bucket whose edge comes from there
      * is labelled with it, and edges that do not rise bucket to
      * bucket refuse the run rather than age into the wrong one.
      *
      * The report lands in custage-report.txt.
      *****************************************************************
       identification division.
               05 wk-bkt-balance  pic s9(11)v99.
       01 wk-bucket-idx       binary-long.
       01 wk-target-idx       binary-long.
       01 wk-edges-bad-sw     pic x(01) value "N".
           88 wk-edges-bad        value "Y" false "N".

       01 wk-parm-name.
           03                 pic x(14) value "CUSTAGE_BUCKET".
           03 wk-parm-bucket  pic 9(01).
           03                 pic x(15) value "_DAYS".
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-in-force    value "Y".
           88 wk-parm-unreadable  value "E".
       01 wk-edge-edit        pic zzz9.
       01 wk-edge-lead        binary-long.

      *> the ten longest-untouched open accounts, kept sorted worst
      *> first while the master is scanned.
               05 wk-wst-days     binary-long.
               05 wk-wst-balance  pic s9(9)v99.
       01 wk-worst-idx        binary-long.
       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).
       01 wk-shift-idx        binary-long.
       01 wk-insert-idx       binary-long.

           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

      *> today's base equivalent of the account in hand, and the
      *> open balances per account currency.
       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-currency      pic x(03).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".
       01 wk-no-rate-count    binary-long value 0.
       01 wk-ccy-count        binary-long value 0.
       01 wk-ccy-tbl.
           03 wk-ccy-entry occurs 50 times.
               05 wk-cte-code     pic x(03).
               05 wk-cte-accounts binary-long.
               05 wk-cte-balance  pic s9(11)v99.
               05 wk-cte-base     pic s9(11)v99.
       01 wk-ccy-idx          binary-long.
       01 wk-ccy-slot         binary-long.

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
           03                  pic x(20) value "Unaged (bad date)  :".
           03 una-count        pic zzzz9.

       01 wk-no-rate-line.
           03                  pic x(20) value "No FX rate today   :".
           03 nrt-count        pic zzzz9.

       01 wk-ccy-line.
           03                     pic x(01) value spaces.
           03 ccl-code            pic x(03).
           03                     pic x(01) value spaces.
           03 ccl-accounts        pic zzzz9.
           03                     pic x(11)
               value " account(s)".
           03                     pic x(01) value spaces.
           03 ccl-balance         pic -(11)9.99.
           03                     pic x(01) value spaces.
           03 ccl-base            pic -(11)9.99.

       procedure division.
       custage-main.
           perform build-today-iso-date
           perform read-bucket-edge
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           if wk-parm-unreadable
               display "custage: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           if wk-edges-bad
               display "custage: bucket edges must rise from one "
                   "bucket to the next - run refused"
               goback returning 1
           end-if
           perform init-bucket-slot
               varying wk-bucket-idx from 1 by 1
               until wk-bucket-idx > 5
               "of " wk-scan-count " scanned"
           goback returning 0.

      *> one bucket's edge as of today, relabelled when the
      *> parameter file sets it.
       read-bucket-edge section.
           move wk-bucket-idx to wk-parm-bucket
           move wk-bucket-floor(wk-bucket-idx) to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           if wk-parm-in-force
               if wk-parm-value > 9999
                   set wk-edges-bad to true
                   exit section
               end-if
               move wk-parm-value to wk-bucket-floor(wk-bucket-idx)
               move wk-bucket-floor(wk-bucket-idx) to wk-edge-edit
               move 0 to wk-edge-lead
               inspect wk-edge-edit tallying wk-edge-lead
                   for leading spaces
               move spaces to wk-bucket-name(wk-bucket-idx)
               if wk-bucket-idx = 5
                   string wk-edge-edit(wk-edge-lead + 1:) "+ days"
                       delimited by size
                       into wk-bucket-name(wk-bucket-idx)
                   end-string
               else
                   string wk-edge-edit(wk-edge-lead + 1:) " days"
                       delimited by size
                       into wk-bucket-name(wk-bucket-idx)
                   end-string
               end-if
           end-if
           if wk-bucket-floor(wk-bucket-idx)
                   not > wk-bucket-floor(wk-bucket-idx - 1)
               set wk-edges-bad to true
           end-if
           exit section
           .

       init-bucket-slot section.
           move 0 to wk-bkt-count(wk-bucket-idx)
           move 0 to wk-bkt-balance(wk-bucket-idx)
           if wk-diff-days < 0
               move 0 to wk-diff-days
           end-if
           perform convert-account-balance
           if not wk-fx-rate-found
               add 1 to wk-no-rate-count
               exit section
           end-if

           move 1 to wk-target-idx
           perform pick-aging-bucket
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           add 1 to wk-bkt-count(wk-target-idx)
           add wk-fx-base to wk-bkt-balance(wk-target-idx)
           perform offer-worst-offender
           exit section
           .

      *> the balance in the account's currency, its base equivalent
      *> at today's rate, and the account's share of the currency
      *> breakdown.
       convert-account-balance section.
           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-fx-currency
           end-call
           move 0 to wk-fx-amount
           if customer-balance numeric
               move customer-balance to wk-fx-amount
           end-if
           call "FXRATE-CONVERT" using
               by reference wk-fx-currency
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           move 0 to wk-ccy-slot
           perform match-currency-slot
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
                  or wk-ccy-slot > 0
           if wk-ccy-slot = 0
               if wk-ccy-count >= 50
                   exit section
               end-if
               add 1 to wk-ccy-count
               move wk-ccy-count to wk-ccy-slot
               move wk-fx-currency to wk-cte-code(wk-ccy-slot)
               move 0 to wk-cte-accounts(wk-ccy-slot)
               move 0 to wk-cte-balance(wk-ccy-slot)
               move 0 to wk-cte-base(wk-ccy-slot)
           end-if
           add 1 to wk-cte-accounts(wk-ccy-slot)
           add wk-fx-amount to wk-cte-balance(wk-ccy-slot)
           if wk-fx-rate-found
               add wk-fx-base to wk-cte-base(wk-ccy-slot)
           end-if
           exit section
           .

       match-currency-slot section.
           if wk-cte-code(wk-ccy-idx) equal wk-fx-currency
               move wk-ccy-idx to wk-ccy-slot
           end-if
           exit section
           .

           move customer-id to wk-wst-id(wk-insert-idx)
           move customer-sname to wk-wst-sname(wk-insert-idx)
           move wk-diff-days to wk-wst-days(wk-insert-idx)
           move wk-fx-base to wk-wst-balance(wk-insert-idx)
           exit section
           .

               until wk-bucket-idx > 5
           move wk-unaged-count to una-count
           write report-rec from wk-unaged-line
           move wk-no-rate-count to nrt-count
           write report-rec from wk-no-rate-line
           if wk-worst-count > 0
               move "Worst offenders:" to report-rec
               write report-rec
                   varying wk-worst-idx from 1 by 1
                   until wk-worst-idx > wk-worst-count
           end-if
           move "Exposure by account currency (balance, base):"
               to report-rec
           write report-rec
           perform write-currency-row
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           close report-file
           exit section
           .

       write-currency-row section.
           move wk-cte-code(wk-ccy-idx) to ccl-code
           move wk-cte-accounts(wk-ccy-idx) to ccl-accounts
           move wk-cte-balance(wk-ccy-idx) to ccl-balance
           move wk-cte-base(wk-ccy-idx) to ccl-base
           write report-rec from wk-ccy-line
           exit section
           .

       write-bucket-row section.
           move wk-bucket-name(wk-bucket-idx) to bkt-name
           move wk-bkt-count(wk-bucket-idx) to bkt-count
           move wk-wst-sname(wk-worst-idx) to wst-sname
           move wk-wst-days(wk-worst-idx) to wst-days
           move wk-wst-balance(wk-worst-idx) to wst-balance
           move "NAME" to wk-pii-field
           move wst-sname to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to wst-sname
           move "BALANCE" to wk-pii-field
           move wst-balance to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to wst-balance(1:13)
           write report-rec from wk-worst-line
           exit section
           .

       mask-pii-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
