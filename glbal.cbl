      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * GLBAL keeps the running balances of the GL accounts custpost
      * journals to (CASH, CUSTRECV, REVENUE, BAD-DEBT) so finance
      * has a trial balance by account instead of a pile of nightly
      * journals. glbal-balances.dat holds one row per account, per
      * fiscal year and period (as datechk's fiscal calendar assigns
      * them - custpost stamps every journal row), per currency:
      *   account x(12), fiscal year 9(4), fiscal period 9(2),
      *   currency x(3), opening, debits, credits and closing in the
      *   base currency, opening and closing in the account currency
      *   (signed amounts sign leading separate, debit positive)
      * space separated; a period's opening is the account's closing
      * from its last earlier row.
      *
      * The nightly run carries custpost-gl.dat into the balances
      * only when glrecon-verdict.dat says glrecon PROVED that
      * journal's run-id, and only once per run-id - the run-ids
      * carried are kept on glbal-applied.dat, so a rerun changes
      * nothing. It then reports the journal's period. A journal
      * dated in a fiscal period glclose has closed is refused - the
      * shared glperiod says which.
      *
      *   GLBAL_ACTION  REPORT - report a period, change nothing
      *                 OPEN   - seed the opening receivables from
      *                          the master (first run only)
      *   GLBAL_PERIOD  yyyypp - the period REPORT lists (default
      *                          the latest period on file)
      *
      * OPEN is how the balances start: it refuses once any row
      * exists, is gated by mfutauth (action UPDATE), and posts each
      * currency's amount owed on the master to CUSTRECV as its
      * opening, with the contra to OPENING-BAL, for the current
      * fiscal period.
      *
      * glbal-report.txt lists each account and currency for the
      * period - opening, debits, credits, closing - and proves the
      * ledger balances (the closings net to zero). For the latest
      * period it also proves CUSTRECV against the master: each
      * currency's CUSTRECV closing, in the account currency, must
      * equal what the customers billed in it owe - the sum of
      * customer-balance with its sign turned, a negative balance
      * being money owed and so a debit on CUSTRECV - exact, the
      * way custtrial proves each currency. A
      * failed proof ends the run RC 1.
      *****************************************************************
       identification division.
       program-id. glbal.
       environment division.
       input-output section.
           file-control.
           select gl-file assign to "custpost-gl.dat"
           organization is line sequential
           file status is wk-gl-status.

           select verdict-file assign to "glrecon-verdict.dat"
           organization is line sequential
           file status is wk-verdict-status.

           select applied-file assign to "glbal-applied.dat"
           organization is line sequential
           file status is wk-applied-status.

           select balance-file assign to "glbal-balances.dat"
           organization is line sequential
           file status is wk-balance-status.

           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select report-file assign to "glbal-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd gl-file.
       01 gl-rec.
           03 gl-run-id           pic x(20).
           03                     pic x(01).
           03 gl-date             pic 9(08).
           03                     pic x(01).
           03 gl-fiscal-year      pic 9(04).
           03                     pic x(01).
           03 gl-fiscal-period    pic 9(02).
           03                     pic x(01).
           03 gl-account          pic x(12).
           03                     pic x(01).
           03 gl-side             pic x(02).
           03                     pic x(01).
           03 gl-amount           pic 9(11)v99.
           03                     pic x(01).
           03 gl-currency         pic x(03).
           03                     pic x(01).
           03 gl-ccy-amount       pic 9(11)v99.

       fd verdict-file.
       01 verdict-rec.
           03 vrd-run-id          pic x(20).
           03                     pic x(01).
           03 vrd-verdict         pic x(08).
           03                     pic x(01).
           03 vrd-date            pic 9(08).

       fd applied-file.
       01 applied-rec.
           03 apl-run-id          pic x(20).
           03                     pic x(01).
           03 apl-date            pic 9(08).

       fd balance-file.
       01 balance-rec             pic x(112).

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd report-file.
       01 report-rec              pic x(100).

       working-storage section.
       01 wk-gl-status        pic xx.
           88 wk-gl-ok-status       value "00".
           88 wk-gl-eof-status      value "10".
       01 wk-verdict-status   pic xx.
           88 wk-verdict-ok-status  value "00".
       01 wk-applied-status   pic xx.
           88 wk-applied-ok-status  value "00".
           88 wk-applied-eof-status value "10".
       01 wk-balance-status   pic xx.
           88 wk-balance-ok-status  value "00".
           88 wk-balance-eof-status value "10".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-period-cfg       pic x(06).

      *> the whole balance file, held and rewritten in place.
       78 wk-bal-slots        value 20000.
       01 wk-bal-count        binary-long value 0.
       01 wk-bal-tbl.
           03 wk-bal-entry occurs 20000 times.
               05 wk-bal-line     pic x(112).
       01 wk-bal-line-rdf.
           03 glb-account         pic x(12).
           03                     pic x(01).
           03 glb-fiscal-year     pic 9(04).
           03                     pic x(01).
           03 glb-fiscal-period   pic 9(02).
           03                     pic x(01).
           03 glb-currency        pic x(03).
           03                     pic x(01).
           03 glb-opening         pic s9(11)v99 sign leading separate.
           03                     pic x(01).
           03 glb-debits          pic 9(11)v99.
           03                     pic x(01).
           03 glb-credits         pic 9(11)v99.
           03                     pic x(01).
           03 glb-closing         pic s9(11)v99 sign leading separate.
           03                     pic x(01).
           03 glb-ccy-opening     pic s9(11)v99 sign leading separate.
           03                     pic x(01).
           03 glb-ccy-closing     pic s9(11)v99 sign leading separate.
       01 wk-bal-idx          binary-long.
       01 wk-target-idx       binary-long.
       01 wk-prior-idx        binary-long.
       01 wk-row-key          pic 9(06).
       01 wk-best-key         pic 9(06).
       01 wk-want-key         pic 9(06).
       01 wk-latest-key       pic 9(06) value 0.
       01 wk-full-sw          pic x(01) value "N".
           88 wk-bal-overflow     value "Y" false "N".

      *> the run-ids already carried; a journal is carried once.
       78 wk-apl-slots        value 5000.
       01 wk-apl-count        binary-long value 0.
       01 wk-apl-tbl.
           03 wk-apl-run-id   pic x(20) occurs 5000 times.
       01 wk-apl-idx          binary-long.
       01 wk-applied-sw       pic x(01).
           88 wk-already-applied  value "Y" false "N".
       01 wk-apl-full-sw      pic x(01) value "N".
           88 wk-apl-overflow     value "Y" false "N".

       01 wk-journal-run-id   pic x(20) value spaces.
       01 wk-journal-iso      pic x(10) value "0000-00-00".
       01 wk-prd-year         pic 9(04).
       01 wk-prd-period       pic 9(02).
       01 wk-prd-closed       pic x(01).
       01 wk-journal-rows     binary-long value 0.
       01 wk-find-account     pic x(12).
       01 wk-find-year        pic 9(04).
       01 wk-find-period      pic 9(02).
       01 wk-find-currency    pic x(03).
       01 wk-signed-amount    pic s9(11)v99.
       01 wk-signed-ccy       pic s9(11)v99.

      *> one line per account and currency for the reported period.
       01 wk-rpt-count        binary-long value 0.
       01 wk-rpt-tbl.
           03 wk-rpt-entry occurs 1000 times.
               05 wk-rpt-account  pic x(12).
               05 wk-rpt-currency pic x(03).
               05 wk-rpt-idx      binary-long.
               05 wk-rpt-key      pic 9(06).
       01 wk-rpt-slot         binary-long.
       01 wk-rpt-found        binary-long.
       01 wk-rpt-opening      pic s9(11)v99.
       01 wk-rpt-debits       pic 9(11)v99.
       01 wk-rpt-credits      pic 9(11)v99.
       01 wk-rpt-closing      pic s9(11)v99.
       01 wk-total-debits     pic 9(12)v99 value 0.
       01 wk-total-credits    pic 9(12)v99 value 0.
       01 wk-total-closing    pic s9(12)v99 value 0.

      *> CUSTRECV against the master, one slot per currency.
       01 wk-prf-count        binary-long value 0.
       01 wk-prf-tbl.
           03 wk-prf-entry occurs 50 times.
               05 wk-prf-currency pic x(03).
               05 wk-prf-gl       pic s9(11)v99.
               05 wk-prf-gl-key   pic 9(06).
               05 wk-prf-master   pic s9(11)v99.
       01 wk-prf-idx          binary-long.
       01 wk-prf-slot         binary-long.
       01 wk-prf-fail-count   binary-long value 0.
       01 wk-prf-overflow     binary-long value 0.

       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-currency      pic x(03).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-ok            value "Y" false "N".

       01 wk-auth-program     pic x(30) value "glbal".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

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

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-title-line.
           03                  pic x(24)
               value "GL trial balance period ".
           03 ttl-year         pic 9(04).
           03                  pic x(01) value "/".
           03 ttl-period       pic 9(02).
       01 wk-header-line.
           03                  pic x(12) value "Account".
           03                  pic x(01) value spaces.
           03                  pic x(03) value "Ccy".
           03                  pic x(01) value spaces.
           03                  pic x(17) value "          Opening".
           03                  pic x(01) value spaces.
           03                  pic x(16) value "          Debits".
           03                  pic x(01) value spaces.
           03                  pic x(16) value "         Credits".
           03                  pic x(01) value spaces.
           03                  pic x(17) value "          Closing".
       01 wk-detail-line.
           03 dtl-account         pic x(12).
           03                     pic x(01) value spaces.
           03 dtl-currency        pic x(03).
           03                     pic x(01) value spaces.
           03 dtl-opening         pic -(13)9.99.
           03                     pic x(01) value spaces.
           03 dtl-debits          pic z(12)9.99.
           03                     pic x(01) value spaces.
           03 dtl-credits         pic z(12)9.99.
           03                     pic x(01) value spaces.
           03 dtl-closing         pic -(13)9.99.
       01 wk-proof-line.
           03                     pic x(12) value "Receivables ".
           03 prf-currency        pic x(03).
           03                     pic x(05) value "   : ".
           03                     pic x(03) value "GL ".
           03 prf-gl              pic -(11)9.99.
           03                     pic x(09) value "  master ".
           03 prf-master          pic -(11)9.99.
           03                     pic x(01) value spaces.
           03 prf-verdict         pic x(05).
       01 wk-report-line1.
           03                  pic x(20) value "Total debits       :".
           03 rpt-total-debits pic z(12)9.99.
       01 wk-report-line2.
           03                  pic x(20) value "Total credits      :".
           03 rpt-total-credits pic z(12)9.99.
       01 wk-report-line3.
           03                  pic x(20) value "Ledger balances    :".
           03 rpt-ledger-verdict pic x(08).
       01 wk-report-line4.
           03                  pic x(20) value "Receivables proof  :".
           03 rpt-proof-verdict pic x(40).

       procedure division.
       glbal-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d

           perform load-balance-file
           if wk-bal-overflow
               display "glbal: glbal-balances.dat holds more rows "
                   "than the table - run refused"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "GLBAL_ACTION"
           evaluate wk-action-cfg
               when spaces
                   perform carry-proved-journal
                   if return-code not = 0
                       goback returning 1
                   end-if
               when "REPORT"
                   accept wk-period-cfg from environment
                       "GLBAL_PERIOD"
                   if wk-period-cfg numeric
                       move wk-period-cfg to wk-want-key
                   else
                       move wk-latest-key to wk-want-key
                   end-if
               when "OPEN"
                   perform seed-opening-balances
                   if return-code not = 0
                       goback returning 1
                   end-if
               when other
                   display "glbal: GLBAL_ACTION must be REPORT or "
                       "OPEN"
                   goback returning 1
           end-evaluate

           perform write-period-report
           goback returning return-code.

      *> a journal is carried only once glrecon has proved it, and
      *> only once.
       carry-proved-journal section.
           move 0 to return-code
           open input gl-file
           if not wk-gl-ok-status
               display "glbal: no journal on file - nothing to carry"
               move wk-latest-key to wk-want-key
               exit section
           end-if
           read gl-file
           if not wk-gl-ok-status
               close gl-file
               display "glbal: empty journal - nothing to carry"
               move wk-latest-key to wk-want-key
               exit section
           end-if
           move gl-run-id to wk-journal-run-id
           move gl-date(1:4) to wk-journal-iso(1:4)
           move gl-date(5:2) to wk-journal-iso(6:2)
           move gl-date(7:2) to wk-journal-iso(9:2)
           close gl-file

           call "GLPERIOD-CHECK" using
               by reference wk-journal-iso
               by reference wk-prd-year
               by reference wk-prd-period
               by reference wk-prd-closed
           end-call
           if wk-prd-closed equal "Y"
               display "glbal: journal " wk-journal-run-id
                   " is dated in closed fiscal period " wk-prd-year
                   "/" wk-prd-period " - not carried"
               move 1 to return-code
               exit section
           end-if

           open input verdict-file
           if not wk-verdict-ok-status
               display "glbal: no glrecon verdict - journal not "
                   "carried"
               move 1 to return-code
               exit section
           end-if
           read verdict-file
           close verdict-file
           if vrd-run-id not equal wk-journal-run-id
               or vrd-verdict not equal "PROVED"
               display "glbal: journal " wk-journal-run-id
                   " is not proved by glrecon - not carried"
               move 1 to return-code
               exit section
           end-if

           perform load-applied-runs
           if wk-apl-overflow
               display "glbal: glbal-applied.dat holds more than "
                   wk-apl-slots " run-ids - journal "
                   wk-journal-run-id " not carried, so none is "
                   "carried twice"
               move 1 to return-code
               exit section
           end-if
           set wk-already-applied to false
           perform check-applied-run
               varying wk-apl-idx from 1 by 1
               until wk-apl-idx > wk-apl-count
                  or wk-already-applied
           if wk-already-applied
               display "glbal: journal " wk-journal-run-id
                   " already carried"
               move wk-latest-key to wk-want-key
               exit section
           end-if

           open input gl-file
           set wk-gl-ok-status to true
           perform until not wk-gl-ok-status
               read gl-file
               if not wk-gl-eof-status
                   perform carry-journal-row
               end-if
           end-perform
           close gl-file
           if wk-bal-overflow
               display "glbal: balance table full - journal "
                   wk-journal-run-id " not carried"
               move 1 to return-code
               exit section
           end-if

           perform write-balance-file
           if return-code not = 0
               exit section
           end-if
           open extend applied-file
           if not wk-applied-ok-status
               open output applied-file
           end-if
           move spaces to applied-rec
           move wk-journal-run-id to apl-run-id
           move wk-today-ymd to apl-date
           write applied-rec
           close applied-file
           display "glbal: journal " wk-journal-run-id " carried - "
               wk-journal-rows " row(s)"
           move wk-latest-key to wk-want-key
           exit section
           .

       check-applied-run section.
           if wk-apl-run-id(wk-apl-idx) equal wk-journal-run-id
               set wk-already-applied to true
           end-if
           exit section
           .

       carry-journal-row section.
           if gl-amount not numeric or gl-ccy-amount not numeric
               exit section
           end-if
           add 1 to wk-journal-rows
           move gl-account to wk-find-account
           move gl-fiscal-year to wk-find-year
           move gl-fiscal-period to wk-find-period
           move gl-currency to wk-find-currency
           perform find-balance-row
           if wk-target-idx = 0
               exit section
           end-if
           move wk-bal-line(wk-target-idx) to wk-bal-line-rdf
           if gl-side equal "DR"
               add gl-amount to glb-debits
               add gl-amount to glb-closing
               add gl-ccy-amount to glb-ccy-closing
           else
               add gl-amount to glb-credits
               subtract gl-amount from glb-closing
               subtract gl-ccy-amount from glb-ccy-closing
           end-if
           move wk-bal-line-rdf to wk-bal-line(wk-target-idx)
           exit section
           .

      *> the row for an account, period and currency; a new one
      *> opens at the closing of the account's last earlier row.
       find-balance-row section.
           move 0 to wk-target-idx
           compute wk-want-key = wk-find-year * 100 + wk-find-period
           perform match-balance-row
               varying wk-bal-idx from 1 by 1
               until wk-bal-idx > wk-bal-count
                  or wk-target-idx > 0
           if wk-target-idx > 0
               exit section
           end-if
           if wk-bal-count >= wk-bal-slots
               set wk-bal-overflow to true
               exit section
           end-if

           move 0 to wk-prior-idx
           move 0 to wk-best-key
           perform find-prior-row
               varying wk-bal-idx from 1 by 1
               until wk-bal-idx > wk-bal-count
           if wk-prior-idx > 0
               move wk-bal-line(wk-prior-idx) to wk-bal-line-rdf
               move glb-closing to wk-signed-amount
               move glb-ccy-closing to wk-signed-ccy
           else
               move 0 to wk-signed-amount
               move 0 to wk-signed-ccy
           end-if

           move spaces to wk-bal-line-rdf
           move wk-find-account to glb-account
           move wk-find-year to glb-fiscal-year
           move wk-find-period to glb-fiscal-period
           move wk-find-currency to glb-currency
           move wk-signed-amount to glb-opening
           move wk-signed-amount to glb-closing
           move 0 to glb-debits
           move 0 to glb-credits
           move wk-signed-ccy to glb-ccy-opening
           move wk-signed-ccy to glb-ccy-closing
           add 1 to wk-bal-count
           move wk-bal-line-rdf to wk-bal-line(wk-bal-count)
           move wk-bal-count to wk-target-idx
           if wk-want-key > wk-latest-key
               move wk-want-key to wk-latest-key
           end-if
           exit section
           .

       match-balance-row section.
           move wk-bal-line(wk-bal-idx) to wk-bal-line-rdf
           if glb-account equal wk-find-account
               and glb-currency equal wk-find-currency
               and glb-fiscal-year = wk-find-year
               and glb-fiscal-period = wk-find-period
               move wk-bal-idx to wk-target-idx
           end-if
           exit section
           .

       find-prior-row section.
           move wk-bal-line(wk-bal-idx) to wk-bal-line-rdf
           if glb-account not equal wk-find-account
               or glb-currency not equal wk-find-currency
               exit section
           end-if
           compute wk-row-key = glb-fiscal-year * 100
               + glb-fiscal-period
           if wk-row-key < wk-want-key
               and wk-row-key >= wk-best-key
               move wk-row-key to wk-best-key
               move wk-bal-idx to wk-prior-idx
           end-if
           exit section
           .

      *> the receivables already on the master when the balances
      *> start; everything after arrives through custpost's journal.
       seed-opening-balances section.
           move 0 to return-code
           if wk-bal-count > 0
               display "glbal: glbal-balances.dat already holds "
                   "balances - OPEN refused"
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

           move wk-today-iso to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call

           perform sum-master-balances
           if return-code not = 0
               exit section
           end-if
           perform seed-currency-opening
               varying wk-prf-idx from 1 by 1
               until wk-prf-idx > wk-prf-count
           if return-code not = 0
               exit section
           end-if
           perform write-balance-file
           if return-code not = 0
               exit section
           end-if
           compute wk-want-key = dc-fiscal-year * 100
               + dc-fiscal-period
           display "glbal: opening receivables seeded by "
               wk-auth-operator
           exit section
           .

       seed-currency-opening section.
           move wk-prf-currency(wk-prf-idx) to wk-fx-currency
           move wk-prf-master(wk-prf-idx) to wk-fx-amount
           call "FXRATE-CONVERT" using
               by reference wk-fx-currency
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           if not wk-fx-ok
               display "glbal: no FX rate for " wk-fx-currency
                   " - OPEN refused"
               move 1 to return-code
               exit section
           end-if
           move "CUSTRECV" to wk-find-account
           move wk-fx-base to wk-signed-amount
           move wk-fx-amount to wk-signed-ccy
           perform add-opening-row
           move "OPENING-BAL" to wk-find-account
           compute wk-signed-amount = 0 - wk-fx-base
           compute wk-signed-ccy = 0 - wk-fx-amount
           perform add-opening-row
           exit section
           .

       add-opening-row section.
           move spaces to wk-bal-line-rdf
           move wk-find-account to glb-account
           move dc-fiscal-year to glb-fiscal-year
           move dc-fiscal-period to glb-fiscal-period
           move wk-fx-currency to glb-currency
           move wk-signed-amount to glb-opening
           move wk-signed-amount to glb-closing
           move 0 to glb-debits
           move 0 to glb-credits
           move wk-signed-ccy to glb-ccy-opening
           move wk-signed-ccy to glb-ccy-closing
           add 1 to wk-bal-count
           move wk-bal-line-rdf to wk-bal-line(wk-bal-count)
           exit section
           .

      *> what the customers owe in each currency (every balance
      *> with its sign turned), one slot per currency; closed
      *> accounts are included - a closed account still carrying a
      *> balance is still a receivable.
       sum-master-balances section.
           move 0 to return-code
           open input cust
           if not wk-cust-ok-status
               display "glbal: unable to open customers master"
               move 1 to return-code
               exit section
           end-if
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   perform add-master-balance
               end-if
           end-perform
           close cust
           if wk-prf-overflow > 0
               display "glbal: more than 50 account currencies - "
                   wk-prf-overflow " customer(s) not summed"
               move 1 to return-code
           end-if
           exit section
           .

       add-master-balance section.
           if customer-balance not numeric
               exit section
           end-if
           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-fx-currency
           end-call
           perform find-proof-slot
           if wk-prf-slot = 0
               add 1 to wk-prf-overflow
               exit section
           end-if
           subtract customer-balance from wk-prf-master(wk-prf-slot)
           exit section
           .

       find-proof-slot section.
           move 0 to wk-prf-slot
           perform match-proof-slot
               varying wk-prf-idx from 1 by 1
               until wk-prf-idx > wk-prf-count
                  or wk-prf-slot > 0
           if wk-prf-slot > 0
               exit section
           end-if
           if wk-prf-count >= 50
               exit section
           end-if
           add 1 to wk-prf-count
           move wk-prf-count to wk-prf-slot
           move wk-fx-currency to wk-prf-currency(wk-prf-slot)
           move 0 to wk-prf-gl(wk-prf-slot)
           move 0 to wk-prf-gl-key(wk-prf-slot)
           move 0 to wk-prf-master(wk-prf-slot)
           exit section
           .

       match-proof-slot section.
           if wk-prf-currency(wk-prf-idx) equal wk-fx-currency
               move wk-prf-idx to wk-prf-slot
           end-if
           exit section
           .

      *> every account and currency as at the period: its row for
      *> the period, or its last earlier row brought forward with no
      *> movement.
       write-period-report section.
           open output report-file
           if not wk-report-ok-status
               display "glbal: unable to open glbal-report.txt"
               move 1 to return-code
               exit section
           end-if
           divide wk-want-key by 100 giving ttl-year
               remainder ttl-period
           write report-rec from wk-title-line
           write report-rec from wk-header-line

           perform place-report-row
               varying wk-bal-idx from 1 by 1
               until wk-bal-idx > wk-bal-count
           perform write-report-row
               varying wk-rpt-slot from 1 by 1
               until wk-rpt-slot > wk-rpt-count

           move wk-total-debits to rpt-total-debits
           move wk-total-credits to rpt-total-credits
           if wk-total-closing = 0
               move "YES" to rpt-ledger-verdict
           else
               move "NO" to rpt-ledger-verdict
               move 1 to return-code
           end-if
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3

           if wk-want-key < wk-latest-key
               move "not proved - not the latest period"
                   to rpt-proof-verdict
           else
               perform prove-receivables
           end-if
           write report-rec from wk-report-line4
           close report-file
           display "glbal: period " ttl-year "/" ttl-period
               " reported - ledger balances " rpt-ledger-verdict
               ", receivables " rpt-proof-verdict
           exit section
           .

       place-report-row section.
           move wk-bal-line(wk-bal-idx) to wk-bal-line-rdf
           compute wk-row-key = glb-fiscal-year * 100
               + glb-fiscal-period
           if wk-row-key > wk-want-key
               exit section
           end-if
           move 0 to wk-rpt-found
           perform match-report-row
               varying wk-rpt-slot from 1 by 1
               until wk-rpt-slot > wk-rpt-count
                  or wk-rpt-found > 0
           if wk-rpt-found = 0
               if wk-rpt-count >= 1000
                   exit section
               end-if
               add 1 to wk-rpt-count
               move wk-rpt-count to wk-rpt-found
               move glb-account to wk-rpt-account(wk-rpt-found)
               move glb-currency to wk-rpt-currency(wk-rpt-found)
               move 0 to wk-rpt-key(wk-rpt-found)
           end-if
           if wk-row-key >= wk-rpt-key(wk-rpt-found)
               move wk-row-key to wk-rpt-key(wk-rpt-found)
               move wk-bal-idx to wk-rpt-idx(wk-rpt-found)
           end-if
           exit section
           .

       match-report-row section.
           if wk-rpt-account(wk-rpt-slot) equal glb-account
               and wk-rpt-currency(wk-rpt-slot) equal glb-currency
               move wk-rpt-slot to wk-rpt-found
           end-if
           exit section
           .

       write-report-row section.
           move wk-bal-line(wk-rpt-idx(wk-rpt-slot))
               to wk-bal-line-rdf
           if wk-rpt-key(wk-rpt-slot) = wk-want-key
               move glb-opening to wk-rpt-opening
               move glb-debits to wk-rpt-debits
               move glb-credits to wk-rpt-credits
           else
               move glb-closing to wk-rpt-opening
               move 0 to wk-rpt-debits
               move 0 to wk-rpt-credits
           end-if
           move glb-closing to wk-rpt-closing
           add wk-rpt-debits to wk-total-debits
           add wk-rpt-credits to wk-total-credits
           add wk-rpt-closing to wk-total-closing

           move glb-account to dtl-account
           move glb-currency to dtl-currency
           move wk-rpt-opening to dtl-opening
           move wk-rpt-debits to dtl-debits
           move wk-rpt-credits to dtl-credits
           move wk-rpt-closing to dtl-closing
           write report-rec from wk-detail-line
           exit section
           .

      *> CUSTRECV's latest closing per currency, in the account
      *> currency, against the master's balances in that currency.
       prove-receivables section.
           move 0 to wk-prf-count
           move 0 to wk-prf-overflow
           perform sum-master-balances
           if return-code not = 0
               move "not proved - master not read"
                   to rpt-proof-verdict
               exit section
           end-if
           perform take-receivable-row
               varying wk-bal-idx from 1 by 1
               until wk-bal-idx > wk-bal-count
           if wk-prf-overflow > 0
               move "not proved - too many currencies"
                   to rpt-proof-verdict
               move 1 to return-code
               exit section
           end-if
           perform write-proof-line
               varying wk-prf-idx from 1 by 1
               until wk-prf-idx > wk-prf-count
           if wk-prf-fail-count > 0
               move "BROKEN" to rpt-proof-verdict
               move 1 to return-code
           else
               move "PROVED" to rpt-proof-verdict
           end-if
           exit section
           .

       take-receivable-row section.
           move wk-bal-line(wk-bal-idx) to wk-bal-line-rdf
           if glb-account not equal "CUSTRECV"
               exit section
           end-if
           compute wk-row-key = glb-fiscal-year * 100
               + glb-fiscal-period
           move glb-currency to wk-fx-currency
           perform find-proof-slot
           if wk-prf-slot = 0
               add 1 to wk-prf-overflow
               exit section
           end-if
           if wk-row-key >= wk-prf-gl-key(wk-prf-slot)
               move wk-row-key to wk-prf-gl-key(wk-prf-slot)
               move glb-ccy-closing to wk-prf-gl(wk-prf-slot)
           end-if
           exit section
           .

       write-proof-line section.
           move wk-prf-currency(wk-prf-idx) to prf-currency
           move wk-prf-gl(wk-prf-idx) to prf-gl
           move wk-prf-master(wk-prf-idx) to prf-master
           if wk-prf-gl(wk-prf-idx) = wk-prf-master(wk-prf-idx)
               move "AGREE" to prf-verdict
           else
               move "BREAK" to prf-verdict
               add 1 to wk-prf-fail-count
           end-if
           write report-rec from wk-proof-line
           exit section
           .

       load-balance-file section.
           open input balance-file
           if not wk-balance-ok-status
               exit section
           end-if
           set wk-balance-ok-status to true
           perform until not wk-balance-ok-status
               read balance-file
               if not wk-balance-eof-status
                   if wk-bal-count < wk-bal-slots
                       add 1 to wk-bal-count
                       move balance-rec to wk-bal-line(wk-bal-count)
                       move balance-rec to wk-bal-line-rdf
                       compute wk-row-key = glb-fiscal-year * 100
                           + glb-fiscal-period
                       if wk-row-key > wk-latest-key
                           move wk-row-key to wk-latest-key
                       end-if
                   else
                       set wk-bal-overflow to true
                   end-if
               end-if
           end-perform
           close balance-file
           exit section
           .

       load-applied-runs section.
           open input applied-file
           if not wk-applied-ok-status
               exit section
           end-if
           set wk-applied-ok-status to true
           perform until not wk-applied-ok-status
               read applied-file
               if not wk-applied-eof-status
                   if wk-apl-count < wk-apl-slots
                       add 1 to wk-apl-count
                       move apl-run-id to wk-apl-run-id(wk-apl-count)
                   else
                       set wk-apl-overflow to true
                   end-if
               end-if
           end-perform
           close applied-file
           exit section
           .

       write-balance-file section.
           move 0 to return-code
           open output balance-file
           if not wk-balance-ok-status
               display "glbal: unable to rewrite glbal-balances.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-balance-row
               varying wk-bal-idx from 1 by 1
               until wk-bal-idx > wk-bal-count
           close balance-file
           exit section
           .

       write-balance-row section.
           write balance-rec from wk-bal-line(wk-bal-idx)
           exit section
           .

       end program glbal.
