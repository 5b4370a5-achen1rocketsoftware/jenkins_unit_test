      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTCLOS is the account closure workflow. The CUSTCLOSIN DD
      * carries the closure requests, one per row:
      *   customer-id 9(5), a space, settlement code -
      *     " " none - the account must already stand at zero
      *     "R" refund the credit balance
      *     "W" write the debit balance off
      * Every request goes onto the closure register
      * (custclos-register.dat) and is worked from there, so a
      * closure that has to wait for its settlement to post is
      * picked up again by the next run without being re-keyed.
      *
      * An account at zero is closed at once: its final statement
      * is produced by custstmt (whole ledger history to today) and
      * collected into custclos-statements.txt - custstmt also
      * spools it to the customer as a FINALSTM document for the
      * next corrprnt batch - and the status is set to closed
      * through the audited master write path - mfutauth, mstrlock,
      * rewrite and custaudit (action "X") - the way custdorm flags
      * dormant accounts.
      *
      * An account not at zero is refused unless the request says
      * how to settle it, and the settlement must fit the balance:
      *   - a refund needs a credit: a bank payment instruction goes
      *     onto custclos-payments.dat (the custrfnd layout and
      *     HDR/TRL envelope, source CUSTCLOS, one ctltotal control
      *     record, stage custclos) and an "R" row onto the
      *     CUSTCLOSOUT DD
      *   - a write-off needs a debit no larger than
      *     CUSTMNT_APPROVAL_LIMIT - a bigger one needs custappr's
      *     second pair of eyes and is refused here, to be taken
      *     through custwoff first - and writes a "W" row onto
      *     CUSTCLOSOUT
      * CUSTCLOSOUT is a CUSTPOSTIN-format file (trailer row
      * included), so the settlement reaches the master, ledger and
      * GL journal through custpost. The request then waits as
      * SETTLING; once the balance reads zero the next run closes
      * the account. A settlement row is only ever cut once.
      *
      * An account with an OPEN dispute on custdisp-register.dat is
      * refused until the dispute desk has settled it.
      *
      * Register statuses: SETTLING, CLOSED (with the closure date)
      * and REFUSED. custrecur drops a closed customer's schedules
      * from the closure date, extrgen leaves closed accounts out of
      * subscriber extracts, and custrfnd leaves a SETTLING closure
      * to settle itself. custclos-report.txt carries the detail and
      * the counts.
      *****************************************************************
       identification division.
       program-id. custclos.
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

           select request-file assign external custclosin
           organization is line sequential
           file status is wk-request-status.

           select register-file assign to "custclos-register.dat"
           organization is line sequential
           file status is wk-register-status.

           select dispute-file assign to "custdisp-register.dat"
           organization is line sequential
           file status is wk-dispute-status.

           select post-file assign external custclosout
           organization is line sequential
           file status is wk-post-status.

           select payment-file assign to "custclos-payments.dat"
           organization is line sequential
           file status is wk-payment-status.

      *> custstmt's own output, read back after each final
      *> statement and gathered into the closure statements file.
           select stmt-in assign to "custstmt-report.txt"
           organization is line sequential
           file status is wk-stmtin-status.

           select stmt-file assign to "custclos-statements.txt"
           organization is line sequential
           file status is wk-stmt-status.

           select report-file assign to "custclos-report.txt"
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

       fd request-file.
       01 request-rec.
           03 req-customer-id     pic x(05).
           03                     pic x(01).
           03 req-settle          pic x(01).
           03                     pic x(73).

       fd register-file.
       01 register-rec            pic x(80).

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

       fd stmt-in.
       01 stmt-in-rec             pic x(70).

       fd stmt-file.
       01 stmt-rec                pic x(70).

       fd report-file.
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-request-status   pic xx.
           88 wk-request-ok-status  value "00".
           88 wk-request-eof-status value "10".
       01 wk-register-status  pic xx.
           88 wk-register-ok-status value "00".
           88 wk-register-eof-status value "10".
       01 wk-dispute-status   pic xx.
           88 wk-dispute-ok-status  value "00".
           88 wk-dispute-eof-status value "10".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-payment-status   pic xx.
           88 wk-payment-ok-status  value "00".
       01 wk-stmtin-status    pic xx.
           88 wk-stmtin-ok-status   value "00".
           88 wk-stmtin-eof-status  value "10".
       01 wk-stmt-status      pic xx.
           88 wk-stmt-ok-status     value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> the same dual-control threshold custmnt diverts on; a value
      *> in force today on the shared business-parameter file
      *> (bizparm) wins over the variable.
       01 wk-approval-cfg     pic 9(09).
       01 wk-approval-limit   pic 9(09)v99 value 0.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-addr-open-sw     pic x(01).
           88 wk-addr-open        value "Y" false "N".

      *> the whole closure register, held and rewritten with this
      *> run's requests added on the end.
       78 wk-clr-slots        value 5000.
       01 wk-clr-count        binary-long value 0.
       01 wk-clr-tbl.
           03 wk-clr-entry occurs 5000 times.
               05 wk-clr-line     pic x(80).
       01 wk-clr-line-rdf.
           03 clr-customer-id     pic 9(05).
           03                     pic x(01).
           03 clr-requested       pic x(10).
           03                     pic x(01).
           03 clr-settle          pic x(01).
           03                     pic x(01).
           03 clr-status          pic x(08).
           03                     pic x(01).
           03 clr-closed-date     pic x(10).
           03                     pic x(01).
           03 clr-settle-amount   pic 9(09)v99.
           03                     pic x(30).
       01 wk-clr-idx          binary-long.
       01 wk-clr-found-idx    binary-long.
       01 wk-clr-full-sw      pic x(01).
           88 wk-clr-overflow     value "Y" false "N".

      *> customers with an OPEN dispute.
       78 wk-disp-slots       value 2000.
       01 wk-disp-count       binary-long value 0.
       01 wk-disp-tbl.
           03 wk-disp-id      pic 9(05) occurs 2000 times.
       01 wk-disp-idx         binary-long.
       01 wk-disp-full-sw     pic x(01) value "N".
           88 wk-disp-overflow    value "Y" false "N".
       01 wk-found-sw         pic x(01).
           88 wk-found            value "Y" false "N".

       01 wk-request-id       pic 9(05).
       01 wk-balance          pic s9(9)v99.
       01 wk-settle-amount    pic 9(09)v99.
       01 wk-outcome          pic x(40).

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

       01 wk-request-count    binary-long value 0.
       01 wk-closed-count     binary-long value 0.
       01 wk-settling-count   binary-long value 0.
       01 wk-waiting-count    binary-long value 0.
       01 wk-refused-count    binary-long value 0.
       01 wk-post-count       binary-long value 0.
       01 wk-post-amount      pic 9(11)v99 value 0.
       01 wk-refund-count     binary-long value 0.
       01 wk-id-hash          binary-double value 0.
       01 wk-ctl-program      pic x(30) value "custclos".
       01 wk-ctl-hash         pic 9(10).

       01 wk-before-image     pic x(65).
       01 wk-after-image      pic x(65).
       01 wk-audit-action     pic x(01) value "X".
       01 wk-audit-id         pic 9(05).

       01 wk-auth-program     pic x(30) value "custclos".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-lock-program     pic x(30) value "custclos".
       01 wk-lock-result      pic x(01).
           88 wk-lock-held        value "Y" false "N".

      *> the final statement runs custstmt over the customer's
      *> whole ledger history, handed its parameters the way it
      *> takes them from the job step.
       01 wk-stmt-id-d        pic 9(05).
       01 wk-stmt-from-date   pic x(10) value "1900-01-01".

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-detail-line.
           03 dtl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 dtl-settle          pic x(01).
           03                     pic x(01) value spaces.
           03 dtl-balance         pic -(9)9.99.
           03                     pic x(01) value spaces.
           03 dtl-outcome         pic x(40).

       01 wk-report-line1.
           03                  pic x(20) value "Requests received  :".
           03 rpt-request-count pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Accounts closed    :".
           03 rpt-closed-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Settlements cut    :".
           03 rpt-settling-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Awaiting settlement:".
           03 rpt-waiting-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Refused            :".
           03 rpt-refused-count pic zzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Settlement amount  :".
           03 rpt-post-amount  pic z(10)9.99.

       procedure division.
       custclos-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if
           call "CUSTAUDIT-SET-OPERATOR" using
               by reference wk-auth-operator
           end-call

           accept wk-approval-cfg from environment
               "CUSTMNT_APPROVAL_LIMIT"
           if wk-approval-cfg > 0
               move wk-approval-cfg to wk-approval-limit
           end-if
           perform build-today-iso-date
           move wk-today-ymd to wk-parm-date
           move "CUSTMNT_APPROVAL_LIMIT" to wk-parm-name
           move wk-approval-limit to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-approval-limit
           if wk-parm-unreadable
               display "custclos: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           perform load-closure-register
           if wk-clr-overflow
               display "custclos: custclos-register.dat holds more "
                   "rows than the table - run refused so no closure "
                   "is lost to a truncated rewrite"
               goback returning 1
           end-if
           perform load-open-disputes
           if wk-disp-overflow
               display "custclos: custdisp-register.dat holds more "
                   "than " wk-disp-slots " OPEN disputes - run "
                   "refused so no disputed account is closed"
               goback returning 1
           end-if

           open input request-file
           if not wk-request-ok-status
               display "custclos: unable to open CUSTCLOSIN"
               goback returning 1
           end-if
           set wk-request-ok-status to true
           perform until not wk-request-ok-status
               read request-file
               if not wk-request-eof-status
                   if request-rec not equal spaces
                       add 1 to wk-request-count
                       perform register-one-request
                   end-if
               end-if
           end-perform
           close request-file

           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               goback returning 1
           end-if
           open i-o cust
           if not wk-cust-ok-status
               display "custclos: unable to open customers master"
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           open output post-file
           if not wk-post-ok-status
               display "custclos: unable to open CUSTCLOSOUT"
               close cust
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           open output payment-file
           if not wk-payment-ok-status
               display "custclos: unable to open "
                   "custclos-payments.dat"
               close cust post-file
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           open output stmt-file
           if not wk-stmt-ok-status
               display "custclos: unable to open "
                   "custclos-statements.txt"
               close cust post-file payment-file
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custclos: unable to open custclos-report.txt"
               close cust post-file payment-file stmt-file
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           open input addr
           if wk-addr-ok-status
               set wk-addr-open to true
           end-if
           move "Account closure run" to report-rec
           write report-rec

           move "HDR" to pay-hdr-tag
           move wk-today-iso to pay-hdr-date
           move "CUSTCLOS" to pay-hdr-source
           write payment-hdr-rec

           perform work-one-closure
               varying wk-clr-idx from 1 by 1
               until wk-clr-idx > wk-clr-count

           move "TRL" to pay-trl-tag
           move wk-refund-count to pay-trl-count
           compute pay-trl-hash = function mod(wk-id-hash, 10000000000)
           write payment-trl-rec
           close payment-file

           move "TRL" to pst-trl-tag
           move wk-post-count to pst-trl-count
           move wk-post-amount to pst-trl-amount
           write post-trl-rec
           close post-file

           if wk-addr-open
               close addr
           end-if
           close stmt-file
           close cust
           call "MSTRLOCK-RELEASE"
           end-call

           compute wk-ctl-hash = function mod(wk-id-hash, 10000000000)
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-request-count
                                  by reference wk-refund-count
                                  by reference wk-ctl-hash
           end-call

           perform write-closure-register
           perform write-summary-lines
           close report-file
           display "custclos: " wk-closed-count " account(s) closed, "
               wk-settling-count " settlement(s) cut, "
               wk-refused-count " refused"
           goback returning 0.

      *> a request joins the register once; an account already
      *> closed or part-way through closing is not asked for twice.
       register-one-request section.
           if req-customer-id not numeric
               display "custclos: closure request id not numeric - "
                   req-customer-id
               add 1 to wk-refused-count
               exit section
           end-if
           move req-customer-id to wk-request-id
           perform find-live-closure
           if wk-clr-found-idx > 0
               display "custclos: customer " wk-request-id
                   " already closed or closing - request ignored"
               exit section
           end-if
           if wk-clr-count >= wk-clr-slots
               display "custclos: closure register full - customer "
                   wk-request-id " not registered"
               add 1 to wk-refused-count
               exit section
           end-if
           add 1 to wk-clr-count
           move spaces to wk-clr-line-rdf
           move wk-request-id to clr-customer-id
           move wk-today-iso to clr-requested
           move req-settle to clr-settle
           move "NEW" to clr-status
           move 0 to clr-settle-amount
           move wk-clr-line-rdf to wk-clr-line(wk-clr-count)
           exit section
           .

       find-live-closure section.
           move 0 to wk-clr-found-idx
           perform match-live-closure
               varying wk-clr-idx from 1 by 1
               until wk-clr-idx > wk-clr-count
                  or wk-clr-found-idx > 0
           exit section
           .

       match-live-closure section.
           move wk-clr-line(wk-clr-idx) to wk-clr-line-rdf
           if clr-customer-id = wk-request-id
               and (clr-status equal "NEW"
                    or clr-status equal "SETTLING"
                    or clr-status equal "CLOSED")
               move wk-clr-idx to wk-clr-found-idx
           end-if
           exit section
           .

      *> one live register entry: close it at zero, cut its
      *> settlement once, or refuse it.
       work-one-closure section.
           move wk-clr-line(wk-clr-idx) to wk-clr-line-rdf
           if clr-status not equal "NEW"
               and clr-status not equal "SETTLING"
               exit section
           end-if
           move spaces to wk-outcome
           move 0 to wk-balance
           move clr-customer-id to customer-id
           read cust
               invalid key
                   move "refused - not on the master" to wk-outcome
           end-read
           if wk-outcome not equal spaces
               perform refuse-closure
               exit section
           end-if
           if customer-acct-closed
               move "refused - account already closed" to wk-outcome
               perform refuse-closure
               exit section
           end-if
           if customer-balance numeric
               move customer-balance to wk-balance
           end-if

           move clr-customer-id to wk-request-id
           set wk-found to false
           perform match-open-dispute
               varying wk-disp-idx from 1 by 1
               until wk-disp-idx > wk-disp-count
                  or wk-found
           if wk-found
               move "refused - open dispute on the account"
                   to wk-outcome
               perform refuse-closure
               exit section
           end-if

           if wk-balance = 0
               perform close-account
               exit section
           end-if

           if clr-status equal "SETTLING"
               add 1 to wk-waiting-count
               move "waiting - settlement not yet posted"
                   to wk-outcome
               perform write-detail-line
               exit section
           end-if

           evaluate clr-settle
               when "R"
                   perform cut-refund-settlement
               when "W"
                   perform cut-write-off-settlement
               when other
                   move "refused - balance not zero, no settlement"
                       to wk-outcome
                   perform refuse-closure
           end-evaluate
           exit section
           .

       match-open-dispute section.
           if wk-disp-id(wk-disp-idx) = wk-request-id
               set wk-found to true
           end-if
           exit section
           .

       cut-refund-settlement section.
           if wk-balance < 0
               move "refused - refund asked, account in debit"
                   to wk-outcome
               perform refuse-closure
               exit section
           end-if
           move wk-balance to wk-settle-amount
           if wk-settle-amount > 9999999.99
               move "refused - credit too large for one refund"
                   to wk-outcome
               perform refuse-closure
               exit section
           end-if
           move spaces to pay-line1 pay-line2 pay-postcode
           if wk-addr-open
               move customer-id to addr-customer-id
               read addr
                   invalid key
                       move "refused - no address for the refund"
                           to wk-outcome
                   not invalid key
                       move addr-line1 to pay-line1
                       move addr-line2 to pay-line2
                       move addr-postcode to pay-postcode
               end-read
           else
               move "refused - no address for the refund"
                   to wk-outcome
           end-if
           if wk-outcome not equal spaces
               perform refuse-closure
               exit section
           end-if
           move customer-id to pay-customer-id
           move customer-fname to pay-fname
           move customer-sname to pay-sname
           move wk-settle-amount to pay-amount
           move wk-today-iso to pay-value-date
           write payment-rec from wk-payment-line
           add 1 to wk-refund-count
           add customer-id to wk-id-hash
           move "R" to pst-type
           perform write-settlement-row
           move "settling - refund cut" to wk-outcome
           perform write-detail-line
           exit section
           .

       cut-write-off-settlement section.
           if wk-balance > 0
               move "refused - write-off asked, account in credit"
                   to wk-outcome
               perform refuse-closure
               exit section
           end-if
           compute wk-settle-amount = 0 - wk-balance
           if wk-settle-amount > 9999999.99
               or (wk-approval-limit > 0
                   and wk-settle-amount > wk-approval-limit)
               move "refused - write-off needs custwoff approval"
                   to wk-outcome
               perform refuse-closure
               exit section
           end-if
           move "W" to pst-type
           perform write-settlement-row
           move "settling - write-off cut" to wk-outcome
           perform write-detail-line
           exit section
           .

       write-settlement-row section.
           move customer-id to pst-customer-id
           move wk-settle-amount to pst-amount
           move wk-today-iso to pst-date
           write post-rec
           add 1 to wk-post-count
           add wk-settle-amount to wk-post-amount
           add 1 to wk-settling-count
           move "SETTLING" to clr-status
           move wk-settle-amount to clr-settle-amount
           move wk-clr-line-rdf to wk-clr-line(wk-clr-idx)
           exit section
           .

      *> the final statement first, so it shows the account as it
      *> stood up to the moment it closed; then the audited close.
       close-account section.
           perform produce-final-statement
           move cust-file to wk-before-image
           set customer-acct-closed to true
           rewrite cust-file
               invalid key
                   move "waiting - master rewrite failed"
                       to wk-outcome
                   add 1 to wk-waiting-count
                   perform write-detail-line
                   exit section
           end-rewrite
           move cust-file to wk-after-image
           move customer-id to wk-audit-id
           call "custaudit" using by reference wk-audit-action
                                   by reference wk-audit-id
                                   by reference wk-before-image
                                   by reference wk-after-image
           end-call
           add 1 to wk-closed-count
           move "CLOSED" to clr-status
           move wk-today-iso to clr-closed-date
           move wk-clr-line-rdf to wk-clr-line(wk-clr-idx)
           move "closed" to wk-outcome
           perform write-detail-line
           exit section
           .

       produce-final-statement section.
           move customer-id to wk-stmt-id-d
           display "CUSTSTMT_CUSTOMER_ID" upon environment-name
           display wk-stmt-id-d upon environment-value
           display "CUSTSTMT_FROM_DATE" upon environment-name
           display wk-stmt-from-date upon environment-value
           display "CUSTSTMT_TO_DATE" upon environment-name
           display wk-today-iso upon environment-value
           display "CUSTSTMT_SPOOL" upon environment-name
           display "Y" upon environment-value
           display "CUSTSTMT_DOC_TYPE" upon environment-name
           display "FINALSTM" upon environment-value
           call "custstmt"
           end-call
           cancel "custstmt"
           display "CUSTSTMT_DOC_TYPE" upon environment-name
           display " " upon environment-value
           move 0 to return-code

           open input stmt-in
           if not wk-stmtin-ok-status
               move "No final statement could be produced"
                   to stmt-rec
               write stmt-rec
               exit section
           end-if
           set wk-stmtin-ok-status to true
           perform until not wk-stmtin-ok-status
               read stmt-in
               if not wk-stmtin-eof-status
                   write stmt-rec from stmt-in-rec
               end-if
           end-perform
           close stmt-in
           move spaces to stmt-rec
           write stmt-rec
           exit section
           .

       refuse-closure section.
           add 1 to wk-refused-count
           move "REFUSED" to clr-status
           move wk-clr-line-rdf to wk-clr-line(wk-clr-idx)
           perform write-detail-line
           exit section
           .

       write-detail-line section.
           move clr-customer-id to dtl-customer-id
           move clr-settle to dtl-settle
           move wk-balance to dtl-balance
           move wk-outcome to dtl-outcome
           write report-rec from wk-detail-line
           exit section
           .

       load-open-disputes section.
           open input dispute-file
           if not wk-dispute-ok-status
               exit section
           end-if
           set wk-dispute-ok-status to true
           perform until not wk-dispute-ok-status
               read dispute-file
               if not wk-dispute-eof-status
                   if dsp-status equal "OPEN"
                       if wk-disp-count < wk-disp-slots
                           add 1 to wk-disp-count
                           move dsp-customer-id
                               to wk-disp-id(wk-disp-count)
                       else
                           set wk-disp-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close dispute-file
           exit section
           .

       load-closure-register section.
           open input register-file
           if not wk-register-ok-status
               exit section
           end-if
           set wk-register-ok-status to true
           perform until not wk-register-ok-status
               read register-file
               if not wk-register-eof-status
                   if wk-clr-count < wk-clr-slots
                       add 1 to wk-clr-count
                       move register-rec to wk-clr-line(wk-clr-count)
                   else
                       set wk-clr-overflow to true
                   end-if
               end-if
           end-perform
           close register-file
           exit section
           .

       write-closure-register section.
           open output register-file
           if not wk-register-ok-status
               display "custclos: unable to rewrite "
                   "custclos-register.dat"
               exit section
           end-if
           perform write-closure-row
               varying wk-clr-idx from 1 by 1
               until wk-clr-idx > wk-clr-count
           close register-file
           exit section
           .

       write-closure-row section.
           write register-rec from wk-clr-line(wk-clr-idx)
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
           move wk-request-count to rpt-request-count
           move wk-closed-count to rpt-closed-count
           move wk-settling-count to rpt-settling-count
           move wk-waiting-count to rpt-waiting-count
           move wk-refused-count to rpt-refused-count
           move wk-post-amount to rpt-post-amount
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           exit section
           .

       end program custclos.
