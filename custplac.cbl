      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTPLAC hands the accounts the house has given up chasing to
      * the collections agency. An open account still in debit is
      * placed once it has either been through custdun's final
      * demand (level 3 in custdun-history.dat) or gone past the last
      * custage bucket - CUSTPLAC_AGE_DAYS days (default 180) since
      * customer-last-act-dt, measured through datechk's
      * DATECHK-DAY-DIFF.
      *
      * Each placed account goes onto the agency hand-off file
      * (custplac-agency.dat) in a fixed layout inside the HDR/TRL
      * envelope extrgen and custload use - extract date, source
      * CUSTPLAC, and a trailer with the record count and customer-id
      * hash - with one ctltotal control record (stage custplac), so
      * ctlbal can prove what the agency was sent.
      *
      * custplac-placed.dat is the placement register, one row per
      * account ever placed: placed date, reason (F final demand, A
      * aged), the balance handed over, what the agency has
      * recovered so far (custrcov keeps that up) and the status
      * PLACED or RECOVERD. An account is never placed twice, and
      * custaccr charges no interest on an account while it is
      * PLACED.
      *
      * The master is only read; counts land in
      * custplac-report.txt.
      *****************************************************************
       identification division.
       program-id. custplac.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select addr assign external custaddr
           organization is indexed
           access mode is random
           record key is addr-customer-id
           file status is wk-addr-status.

           select history-file assign to "custdun-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select placed-file assign to "custplac-placed.dat"
           organization is line sequential
           file status is wk-placed-status.

           select agency-file assign to "custplac-agency.dat"
           organization is line sequential
           file status is wk-agency-status.

           select report-file assign to "custplac-report.txt"
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

       fd history-file.
       01 history-rec.
           03 hst-customer-id     pic 9(05).
           03                     pic x(01).
           03 hst-level           pic 9(01).
           03                     pic x(73).

       fd placed-file.
       01 placed-rec              pic x(60).

       fd agency-file.
       01 agency-hdr-rec.
           03 agy-hdr-tag         pic x(03).
           03 agy-hdr-date        pic x(10).
           03 agy-hdr-source      pic x(10).
       01 agency-trl-rec.
           03 agy-trl-tag         pic x(03).
           03 agy-trl-count       pic 9(08).
           03 agy-trl-hash        pic 9(10).
       01 agency-rec              pic x(136).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-placed-status    pic xx.
           88 wk-placed-ok-status   value "00".
           88 wk-placed-eof-status  value "10".
       01 wk-agency-status    pic xx.
           88 wk-agency-ok-status   value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-age-cfg          pic 9(04).
       01 wk-age-days         binary-long value 180.
       01 wk-addr-open-sw     pic x(01).
           88 wk-addr-open        value "Y" false "N".

      *> accounts custdun has taken through the final demand.
       78 wk-final-slots      value 5000.
       01 wk-final-count      binary-long value 0.
       01 wk-final-tbl.
           03 wk-final-id     pic 9(05) occurs 5000 times.
       01 wk-final-idx        binary-long.
       01 wk-final-full-sw    pic x(01) value "N".
           88 wk-final-overflow   value "Y" false "N".

      *> the whole placement register, held and rewritten with this
      *> run's placements added on the end.
       78 wk-plc-slots        value 5000.
       01 wk-plc-count        binary-long value 0.
       01 wk-plc-tbl.
           03 wk-plc-entry occurs 5000 times.
               05 wk-plc-line     pic x(60).
       01 wk-plc-line-rdf.
           03 plc-customer-id     pic 9(05).
           03                     pic x(01).
           03 plc-placed-date     pic x(10).
           03                     pic x(01).
           03 plc-reason          pic x(01).
           03                     pic x(01).
           03 plc-placed-amount   pic 9(09)v99.
           03                     pic x(01).
           03 plc-recovered-amount pic 9(09)v99.
           03                     pic x(01).
           03 plc-status          pic x(08).
           03                     pic x(09).
       01 wk-plc-idx          binary-long.
       01 wk-found-sw         pic x(01).
           88 wk-found            value "Y" false "N".
       01 wk-plc-full-sw      pic x(01).
           88 wk-plc-overflow     value "Y" false "N".

       01 wk-reason           pic x(01).
       01 wk-owed-amount      pic 9(09)v99.

       01 wk-agency-line.
           03 agy-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 agy-fname           pic x(14).
           03                     pic x(01) value spaces.
           03 agy-sname           pic x(16).
           03                     pic x(01) value spaces.
           03 agy-line1           pic x(30).
           03                     pic x(01) value spaces.
           03 agy-line2           pic x(30).
           03                     pic x(01) value spaces.
           03 agy-postcode        pic x(08).
           03                     pic x(01) value spaces.
           03 agy-owed            pic 9(09)v99.
           03                     pic x(01) value spaces.
           03 agy-last-act-dt     pic x(10).
           03                     pic x(01) value spaces.
           03 agy-reason          pic x(01).
           03                     pic x(03) value spaces.

       01 wk-scan-count       binary-long value 0.
       01 wk-placed-count     binary-long value 0.
       01 wk-already-count    binary-long value 0.
       01 wk-noaddr-count     binary-long value 0.
       01 wk-owed-total       pic 9(11)v99 value 0.
       01 wk-id-hash          binary-double value 0.
       01 wk-ctl-program      pic x(30) value "custplac".
       01 wk-ctl-hash         pic 9(10).

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-report-line1.
           03                  pic x(20) value "Accounts scanned   :".
           03 rpt-scan-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Placed this run    :".
           03 rpt-placed-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Already placed     :".
           03 rpt-already-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "No address on file :".
           03 rpt-noaddr-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Balance placed     :".
           03 rpt-owed-total   pic z(10)9.99.

       procedure division.
       custplac-main.
           accept wk-age-cfg from environment "CUSTPLAC_AGE_DAYS"
           if wk-age-cfg > 0
               move wk-age-cfg to wk-age-days
           end-if
           perform build-today-iso-date

           perform load-final-demands
           if wk-final-overflow
               display "custplac: custdun-history.dat holds more "
                   "than " wk-final-slots " final demands - run "
                   "refused so no final-demand account goes unplaced"
               goback returning 1
           end-if
           perform load-placement-register
           if wk-plc-overflow
               display "custplac: custplac-placed.dat holds more "
                   "rows than the table - run refused so no account "
                   "is placed twice"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custplac: unable to open customers master"
               goback returning 1
           end-if
           open output agency-file
           if not wk-agency-ok-status
               display "custplac: unable to open custplac-agency.dat"
               close cust
               goback returning 1
           end-if
           open input addr
           if wk-addr-ok-status
               set wk-addr-open to true
           end-if

           move "HDR" to agy-hdr-tag
           move wk-today-iso to agy-hdr-date
           move "CUSTPLAC" to agy-hdr-source
           write agency-hdr-rec

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform consider-one-account
               end-if
           end-perform

           move "TRL" to agy-trl-tag
           move wk-placed-count to agy-trl-count
           compute agy-trl-hash = function mod(wk-id-hash, 10000000000)
           write agency-trl-rec

           if wk-addr-open
               close addr
           end-if
           close agency-file
           close cust

           compute wk-ctl-hash = function mod(wk-id-hash, 10000000000)
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-scan-count
                                  by reference wk-placed-count
                                  by reference wk-ctl-hash
           end-call

           perform write-placement-register
           perform write-summary-report
           display "custplac: " wk-placed-count " account(s) placed "
               "with the agency"
           if wk-plc-overflow
               display "custplac: placement register filled during "
                   "the run - accounts left unplaced"
               goback returning 1
           end-if
           goback returning 0.

      *> an open account in debit is placed when custdun has issued
      *> its final demand or its inactivity is past the last aging
      *> bucket - and never when the register already holds it. An
      *> account the full register has no room for is left for the
      *> next run and the run ends RC 1.
       consider-one-account section.
           if not customer-acct-open
               exit section
           end-if
           if customer-balance not numeric
               exit section
           end-if
           if customer-balance >= 0
               exit section
           end-if

           move spaces to wk-reason
           set wk-found to false
           perform match-final-demand
               varying wk-final-idx from 1 by 1
               until wk-final-idx > wk-final-count
                  or wk-found
           if wk-found
               move "F" to wk-reason
           else
               move customer-last-act-dt to wk-dc-input-date
               call "DATECHK-DAY-DIFF" using
                   by reference wk-dc-input-date
                   by reference wk-today-iso
                   by reference wk-dc-locale
                   by reference wk-diff-days
                   by reference wk-diff-valid
               end-call
               if wk-diff-valid equal "Y"
                   and wk-diff-days > wk-age-days
                   move "A" to wk-reason
               end-if
           end-if
           if wk-reason equal spaces
               exit section
           end-if

           set wk-found to false
           perform match-placed-account
               varying wk-plc-idx from 1 by 1
               until wk-plc-idx > wk-plc-count
                  or wk-found
           if wk-found
               add 1 to wk-already-count
               exit section
           end-if
           if wk-plc-count >= wk-plc-slots
               display "custplac: placement register full - customer "
                   customer-id " not placed"
               set wk-plc-overflow to true
               exit section
           end-if

           compute wk-owed-amount = 0 - customer-balance
           perform write-agency-row
           add 1 to wk-plc-count
           move spaces to wk-plc-line-rdf
           move customer-id to plc-customer-id
           move wk-today-iso to plc-placed-date
           move wk-reason to plc-reason
           move wk-owed-amount to plc-placed-amount
           move 0 to plc-recovered-amount
           move "PLACED" to plc-status
           move wk-plc-line-rdf to wk-plc-line(wk-plc-count)
           add 1 to wk-placed-count
           add wk-owed-amount to wk-owed-total
           add customer-id to wk-id-hash
           exit section
           .

       match-final-demand section.
           if wk-final-id(wk-final-idx) = customer-id
               set wk-found to true
           end-if
           exit section
           .

       match-placed-account section.
           move wk-plc-line(wk-plc-idx) to wk-plc-line-rdf
           if plc-customer-id = customer-id
               set wk-found to true
           end-if
           exit section
           .

       write-agency-row section.
           move customer-id to agy-customer-id
           move customer-fname to agy-fname
           move customer-sname to agy-sname
           move wk-owed-amount to agy-owed
           move customer-last-act-dt to agy-last-act-dt
           move wk-reason to agy-reason
           move spaces to agy-line1 agy-line2 agy-postcode
           if wk-addr-open
               move customer-id to addr-customer-id
               read addr
                   invalid key
                       add 1 to wk-noaddr-count
                   not invalid key
                       move addr-line1 to agy-line1
                       move addr-line2 to agy-line2
                       move addr-postcode to agy-postcode
               end-read
           else
               add 1 to wk-noaddr-count
           end-if
           write agency-rec from wk-agency-line
           exit section
           .

       load-final-demands section.
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   if hst-level = 3
                       if wk-final-count < wk-final-slots
                           add 1 to wk-final-count
                           move hst-customer-id
                               to wk-final-id(wk-final-count)
                       else
                           set wk-final-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

       load-placement-register section.
           open input placed-file
           if not wk-placed-ok-status
               exit section
           end-if
           set wk-placed-ok-status to true
           perform until not wk-placed-ok-status
               read placed-file
               if not wk-placed-eof-status
                   if wk-plc-count < wk-plc-slots
                       add 1 to wk-plc-count
                       move placed-rec to wk-plc-line(wk-plc-count)
                   else
                       set wk-plc-overflow to true
                   end-if
               end-if
           end-perform
           close placed-file
           exit section
           .

       write-placement-register section.
           open output placed-file
           if not wk-placed-ok-status
               display "custplac: unable to rewrite "
                   "custplac-placed.dat"
               exit section
           end-if
           perform write-placement-row
               varying wk-plc-idx from 1 by 1
               until wk-plc-idx > wk-plc-count
           close placed-file
           exit section
           .

       write-placement-row section.
           write placed-rec from wk-plc-line(wk-plc-idx)
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
           move wk-scan-count to rpt-scan-count
           move wk-placed-count to rpt-placed-count
           move wk-already-count to rpt-already-count
           move wk-noaddr-count to rpt-noaddr-count
           move wk-owed-total to rpt-owed-total
           open output report-file
           if not wk-report-ok-status
               display "custplac: unable to open custplac-report.txt"
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

       end program custplac.
