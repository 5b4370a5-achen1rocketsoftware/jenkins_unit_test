      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTRFND is finance's credit-balance refund run. Every open
      * account whose customer-balance is a credit above
      * CUSTRFND_MINIMUM (whole currency units, default 10) has the
      * whole credit paid back:
      *   - one payment instruction for the bank goes onto
      *     custrfnd-payments.dat, addressed from the CUSTADDR
      *     customer-address child file, inside the HDR/TRL envelope
      *     extrgen and custplac use (source CUSTRFND, trailer count
      *     and customer-id hash) with one ctltotal control record
      *     (stage custrfnd), so ctlbal can prove what the bank was
      *     sent
      *   - the matching outgoing entry, a type "R" refund row, goes
      *     onto a CUSTPOSTIN-format file (the CUSTRFNDOUT DD,
      *     trailer row included) the way custaccr and custwoff
      *     write theirs, so the master, the ledger and the GL
      *     journal all see the refund through custpost - where a
      *     refund debits CUSTRECV and credits CASH.
      *
      * An account is held back and listed instead of refunded when
      *   - it has an OPEN dispute on custdisp-register.dat - the
      *     credit may yet be needed to settle it
      *   - a payment (a "P" row on custpost-ledger.dat, or the
      *     receiving leg of a "T" transfer) is still
      *     inside the clearing window, CUSTRFND_CLEARING_DAYS
      *     calendar days (default 10) measured through datechk's
      *     DATECHK-DAY-DIFF - the money that made the credit may
      *     not have cleared
      *   - custclos is closing the account and has cut (or will
      *     cut) the refund itself - a SETTLING or NEW entry on
      *     custclos-register.dat
      *   - there is no address to send the payment to, or the credit
      *     is too large for one posting row.
      *
      * Both output files are rewritten whole each run, so a rerun
      * before custpost has applied the refunds replaces - never
      * adds to - the instructions already cut. The master is only
      * read; the requesting operator comes through the shared
      * mfutauth gate, and custrfnd-report.txt carries the detail
      * and the counts.
      *
      * A CUSTRFND_MINIMUM or CUSTRFND_CLEARING_DAYS value in force
      * today on the shared business-parameter file (bizparm,
      * maintained through bizpmnt) wins over the variable.
      *****************************************************************
       identification division.
       program-id. custrfnd.
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

           select ledger-file assign to "custpost-ledger.dat"
           organization is line sequential
           file status is wk-ledger-status.

           select dispute-file assign to "custdisp-register.dat"
           organization is line sequential
           file status is wk-dispute-status.

           select closure-file assign to "custclos-register.dat"
           organization is line sequential
           file status is wk-closure-status.

           select payment-file assign to "custrfnd-payments.dat"
           organization is line sequential
           file status is wk-payment-status.

           select post-file assign external custrfndout
           organization is line sequential
           file status is wk-post-status.

           select report-file assign to "custrfnd-report.txt"
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

       fd closure-file.
       01 closure-rec.
           03 clr-customer-id     pic 9(05).
           03                     pic x(14).
           03 clr-status          pic x(08).
           03                     pic x(53).

       fd payment-file.
       01 payment-hdr-rec.
           03 pay-hdr-tag         pic x(03).
           03 pay-hdr-date        pic x(10).
           03 pay-hdr-source      pic x(10).
       01 payment-trl-rec.
           03 pay-trl-tag         pic x(03).
           03 pay-trl-count       pic 9(08).
           03 pay-trl-hash        pic 9(10).
       01 payment-rec             pic x(130).

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
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-dispute-status   pic xx.
           88 wk-dispute-ok-status  value "00".
           88 wk-dispute-eof-status value "10".
       01 wk-closure-status   pic xx.
           88 wk-closure-ok-status  value "00".
           88 wk-closure-eof-status value "10".
       01 wk-payment-status   pic xx.
           88 wk-payment-ok-status  value "00".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-minimum-cfg      pic 9(07).
       01 wk-minimum          pic 9(07)v99 value 10.
       01 wk-clearing-cfg     pic 9(04).
       01 wk-clearing-days    binary-long value 10.
       01 wk-parm-name        pic x(30).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-addr-open-sw     pic x(01).
           88 wk-addr-open        value "Y" false "N".

      *> the accounts in credit above the minimum, gathered from the
      *> master first so the ledger and the dispute register are
      *> each read only once to hold them back.
       78 wk-cand-slots       value 5000.
       01 wk-cand-count       binary-long value 0.
       01 wk-cand-tbl.
           03 wk-cand-entry occurs 5000 times.
               05 wk-cnd-id       pic 9(05).
               05 wk-cnd-fname    pic x(14).
               05 wk-cnd-sname    pic x(16).
               05 wk-cnd-credit   pic 9(09)v99.
               05 wk-cnd-hold     pic x(01).
                   88 wk-cnd-held-dispute  value "D".
                   88 wk-cnd-held-clearing value "W".
                   88 wk-cnd-held-closure  value "X".
                   88 wk-cnd-not-held      value space.
       01 wk-cand-idx         binary-long.
       01 wk-match-id         pic 9(05).
       01 wk-cand-found-idx   binary-long.
       01 wk-cand-full-sw     pic x(01).
           88 wk-cand-overflow    value "Y" false "N".

       01 wk-payment-line.
           03 pay-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 pay-fname           pic x(14).
           03                     pic x(01) value spaces.
           03 pay-sname           pic x(16).
           03                     pic x(01) value spaces.
           03 pay-line1           pic x(30).
           03                     pic x(01) value spaces.
           03 pay-line2           pic x(30).
           03                     pic x(01) value spaces.
           03 pay-postcode        pic x(08).
           03                     pic x(01) value spaces.
           03 pay-amount          pic 9(07)v99.
           03                     pic x(01) value spaces.
           03 pay-value-date      pic x(10).
           03                     pic x(01) value spaces.

       01 wk-scan-count       binary-long value 0.
       01 wk-refund-count     binary-long value 0.
       01 wk-dispute-count    binary-long value 0.
       01 wk-clearing-count   binary-long value 0.
       01 wk-other-count      binary-long value 0.
       01 wk-refund-amount    pic 9(11)v99 value 0.
       01 wk-outcome          pic x(40).
       01 wk-id-hash          binary-double value 0.
       01 wk-ctl-program      pic x(30) value "custrfnd".
       01 wk-ctl-hash         pic 9(10).

       01 wk-auth-program     pic x(30) value "custrfnd".
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

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-detail-line.
           03 dtl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 dtl-amount          pic z(8)9.99.
           03                     pic x(01) value spaces.
           03 dtl-outcome         pic x(40).

       01 wk-report-line1.
           03                  pic x(20) value "Accounts scanned   :".
           03 rpt-scan-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Credits over min.  :".
           03 rpt-cand-count   pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Refunds issued     :".
           03 rpt-refund-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Held - open dispute:".
           03 rpt-dispute-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Held - clearing    :".
           03 rpt-clearing-count pic zzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Held - other       :".
           03 rpt-other-count  pic zzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "Amount refunded    :".
           03 rpt-refund-amount pic z(10)9.99.

       procedure division.
       custrfnd-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           accept wk-minimum-cfg from environment "CUSTRFND_MINIMUM"
           if wk-minimum-cfg > 0
               move wk-minimum-cfg to wk-minimum
           end-if
           accept wk-clearing-cfg from environment
               "CUSTRFND_CLEARING_DAYS"
           if wk-clearing-cfg > 0
               move wk-clearing-cfg to wk-clearing-days
           end-if
           perform build-today-iso-date
           move "CUSTRFND_MINIMUM" to wk-parm-name
           move wk-minimum to wk-parm-value
           perform read-business-parameter
           move wk-parm-value to wk-minimum
           move "CUSTRFND_CLEARING_DAYS" to wk-parm-name
           move wk-clearing-days to wk-parm-value
           perform read-business-parameter
           move wk-parm-value to wk-clearing-days
           if wk-parm-unreadable
               display "custrfnd: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custrfnd: unable to open customers master"
               goback returning 1
           end-if
           perform gather-credit-accounts
           if wk-cand-overflow
               display "custrfnd: more accounts in credit than the "
                   "table holds - run refused rather than refund "
                   "only some of them"
               goback returning 1
           end-if
           perform hold-closing-accounts
           perform hold-open-disputes
           perform hold-uncleared-payments

           open output payment-file
           if not wk-payment-ok-status
               display "custrfnd: unable to open "
                   "custrfnd-payments.dat"
               goback returning 1
           end-if
           open output post-file
           if not wk-post-ok-status
               display "custrfnd: unable to open CUSTRFNDOUT"
               close payment-file
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custrfnd: unable to open custrfnd-report.txt"
               close payment-file post-file
               goback returning 1
           end-if
           open input addr
           if wk-addr-ok-status
               set wk-addr-open to true
           end-if
           move "Credit-balance refund run" to report-rec
           write report-rec

           move "HDR" to pay-hdr-tag
           move wk-today-iso to pay-hdr-date
           move "CUSTRFND" to pay-hdr-source
           write payment-hdr-rec

           perform settle-one-candidate
               varying wk-cand-idx from 1 by 1
               until wk-cand-idx > wk-cand-count

           move "TRL" to pay-trl-tag
           move wk-refund-count to pay-trl-count
           compute pay-trl-hash = function mod(wk-id-hash, 10000000000)
           write payment-trl-rec
           close payment-file

           move "TRL" to pst-trl-tag
           move wk-refund-count to pst-trl-count
           move wk-refund-amount to pst-trl-amount
           write post-trl-rec
           close post-file

           if wk-addr-open
               close addr
           end-if

           compute wk-ctl-hash = function mod(wk-id-hash, 10000000000)
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-scan-count
                                  by reference wk-refund-count
                                  by reference wk-ctl-hash
           end-call

           perform write-summary-lines
           close report-file
           display "custrfnd: " wk-refund-count " refund(s) issued, "
               wk-dispute-count " held on dispute, "
               wk-clearing-count " held inside the clearing window"
           goback returning 0.

      *> open accounts only: a dormant or closed account's credit is
      *> settled through the closure path, not the nightly run.
       gather-credit-accounts section.
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform consider-one-account
               end-if
           end-perform
           close cust
           exit section
           .

       consider-one-account section.
           if not customer-acct-open
               exit section
           end-if
           if customer-balance not numeric
               exit section
           end-if
           if customer-balance <= wk-minimum
               exit section
           end-if
           if wk-cand-count >= wk-cand-slots
               set wk-cand-overflow to true
               exit section
           end-if
           add 1 to wk-cand-count
           move customer-id to wk-cnd-id(wk-cand-count)
           move customer-fname to wk-cnd-fname(wk-cand-count)
           move customer-sname to wk-cnd-sname(wk-cand-count)
           move customer-balance to wk-cnd-credit(wk-cand-count)
           set wk-cnd-not-held(wk-cand-count) to true
           exit section
           .

      *> a closure in progress settles the credit itself.
       hold-closing-accounts section.
           open input closure-file
           if not wk-closure-ok-status
               exit section
           end-if
           set wk-closure-ok-status to true
           perform until not wk-closure-ok-status
               read closure-file
               if not wk-closure-eof-status
                   if (clr-status equal "SETTLING"
                       or clr-status equal "NEW")
                       and clr-customer-id numeric
                       move clr-customer-id to wk-match-id
                       perform find-candidate
                       if wk-cand-found-idx > 0
                           set wk-cnd-held-closure(wk-cand-found-idx)
                               to true
                       end-if
                   end-if
               end-if
           end-perform
           close closure-file
           exit section
           .

      *> any OPEN dispute holds the account, whatever it is against.
       hold-open-disputes section.
           open input dispute-file
           if not wk-dispute-ok-status
               exit section
           end-if
           set wk-dispute-ok-status to true
           perform until not wk-dispute-ok-status
               read dispute-file
               if not wk-dispute-eof-status
                   if dsp-status equal "OPEN"
                       and dsp-customer-id numeric
                       move dsp-customer-id to wk-match-id
                       perform find-candidate
                       if wk-cand-found-idx > 0
                           set wk-cnd-held-dispute(wk-cand-found-idx)
                               to true
                       end-if
                   end-if
               end-if
           end-perform
           close dispute-file
           exit section
           .

      *> a payment dated inside the window has not cleared yet; a
      *> dispute hold already placed is the stronger reason and
      *> stays.
       hold-uncleared-payments section.
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   if (led-type equal "P"
                       or (led-type equal "T"
                           and led-balance-after > led-balance-before))
                       and led-customer-id numeric
                       move led-customer-id to wk-match-id
                       perform find-candidate
                       if wk-cand-found-idx > 0
                           perform check-clearing-window
                       end-if
                   end-if
               end-if
           end-perform
           close ledger-file
           exit section
           .

       check-clearing-window section.
           if not wk-cnd-not-held(wk-cand-found-idx)
               exit section
           end-if
           move led-txn-date to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid equal "Y"
               and wk-diff-days < wk-clearing-days
               set wk-cnd-held-clearing(wk-cand-found-idx) to true
           end-if
           exit section
           .

       find-candidate section.
           move 0 to wk-cand-found-idx
           perform match-candidate
               varying wk-cand-idx from 1 by 1
               until wk-cand-idx > wk-cand-count
                  or wk-cand-found-idx > 0
           exit section
           .

       match-candidate section.
           if wk-cnd-id(wk-cand-idx) = wk-match-id
               move wk-cand-idx to wk-cand-found-idx
           end-if
           exit section
           .

      *> one account in credit: held and listed, or refunded - the
      *> bank instruction and the posting row written together.
       settle-one-candidate section.
           move spaces to wk-outcome
           evaluate true
               when wk-cnd-held-closure(wk-cand-idx)
                   move "held - closure in progress" to wk-outcome
                   add 1 to wk-other-count
               when wk-cnd-held-dispute(wk-cand-idx)
                   move "held - open dispute" to wk-outcome
                   add 1 to wk-dispute-count
               when wk-cnd-held-clearing(wk-cand-idx)
                   move "held - payment inside clearing window"
                       to wk-outcome
                   add 1 to wk-clearing-count
               when wk-cnd-credit(wk-cand-idx) > 9999999.99
                   move "held - credit too large for one refund row"
                       to wk-outcome
                   add 1 to wk-other-count
           end-evaluate
           if wk-outcome not equal spaces
               perform write-detail-line
               exit section
           end-if

           move spaces to pay-line1 pay-line2 pay-postcode
           if wk-addr-open
               move wk-cnd-id(wk-cand-idx) to addr-customer-id
               read addr
                   invalid key
                       move "held - no address on file" to wk-outcome
                   not invalid key
                       move addr-line1 to pay-line1
                       move addr-line2 to pay-line2
                       move addr-postcode to pay-postcode
               end-read
           else
               move "held - no address on file" to wk-outcome
           end-if
           if wk-outcome not equal spaces
               add 1 to wk-other-count
               perform write-detail-line
               exit section
           end-if

           move wk-cnd-id(wk-cand-idx) to pay-customer-id
           move wk-cnd-fname(wk-cand-idx) to pay-fname
           move wk-cnd-sname(wk-cand-idx) to pay-sname
           move wk-cnd-credit(wk-cand-idx) to pay-amount
           move wk-today-iso to pay-value-date
           write payment-rec from wk-payment-line

           move wk-cnd-id(wk-cand-idx) to pst-customer-id
           move "R" to pst-type
           move wk-cnd-credit(wk-cand-idx) to pst-amount
           move wk-today-iso to pst-date
           write post-rec

           add 1 to wk-refund-count
           add wk-cnd-credit(wk-cand-idx) to wk-refund-amount
           add wk-cnd-id(wk-cand-idx) to wk-id-hash
           move "refunded" to wk-outcome
           perform write-detail-line
           exit section
           .

       write-detail-line section.
           move wk-cnd-id(wk-cand-idx) to dtl-customer-id
           move wk-cnd-credit(wk-cand-idx) to dtl-amount
           move wk-outcome to dtl-outcome
           write report-rec from wk-detail-line
           exit section
           .

      *> the value in force today for wk-parm-name; with no row on
      *> the parameter file wk-parm-value comes back as it went in.
       read-business-parameter section.
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
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

       write-summary-lines section.
           move wk-scan-count to rpt-scan-count
           move wk-cand-count to rpt-cand-count
           move wk-refund-count to rpt-refund-count
           move wk-dispute-count to rpt-dispute-count
           move wk-clearing-count to rpt-clearing-count
           move wk-other-count to rpt-other-count
           move wk-refund-amount to rpt-refund-amount
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           write report-rec from wk-report-line7
           exit section
           .

       end program custrfnd.
