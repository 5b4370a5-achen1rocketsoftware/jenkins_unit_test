      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTCMNT is the batch maintenance path for the indexed
      * account-currency child file (the CUSTCCY DD, one
      * customer-currency.cpy row per customer-id). Which currency
      * an account is billed in decides what every posting against
      * it means, so the file gets the same shape custcmnt gives
      * the credit limits - its own DQ, reject file and
      * operator-stamped audit trail - behind the same mfutauth gate
      * (custcmnt, UPDATE).
      *
      * Point CUSTCMNTIN at the transaction file: a one-byte action
      * code ("A" add, "C" change, "D" delete) in front of a full
      * customer-currency.cpy image. Every incoming record passes
      * the child file's DQ rules before it is applied:
      *   - a currency code that is not three letters
      *   - a currency for a customer-id not on the master
      *   - any change of currency - a delete included, which puts
      *     the account back on the base currency - on an account
      *     that still carries a balance: the balance would silently
      *     change its meaning, so it must be settled first
      * A record that fails DQ, or whose action cannot be applied,
      * lands in custcmnt-rejects.txt with the reason; every applied
      * write appends a timestamped before/after row, carrying the
      * operator, to customer-ccy-audit.dat. custcmnt-report.txt
      * carries the applied/rejected summary.
      *****************************************************************
       identification division.
       program-id. custcmnt.
       environment division.
       input-output section.
           file-control.
           select ccy-file assign external custccy
           organization is indexed
           access mode is dynamic
           record key is ccy-customer-id
           file status is wk-ccy-status.

           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select trans-file assign external custcmntin
           organization is line sequential
           file status is wk-trans-status.

           select reject-file assign to "custcmnt-rejects.txt"
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to "custcmnt-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select audit-file assign to "customer-ccy-audit.dat"
           organization is line sequential
           file status is wk-audit-status.
       data division.
       file section.
       fd ccy-file.
       01 ccy-rec.
           copy "customer-currency.cpy".

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

      *> one maintenance transaction: the action code followed by the
      *> full customer-currency.cpy image, held as a raw copy of the
      *> copybook's total width so its field names do not collide
      *> with ccy-rec's; the key and currency are broken out for the
      *> DQ checks and reject reporting.
       fd trans-file.
       01 trans-rec.
           03 cmt-action          pic x(01).
               88 cmt-action-add      value "A".
               88 cmt-action-change   value "C".
               88 cmt-action-delete   value "D".
           03 cmt-ccy-image.
               05 cmt-customer-id pic 9(05).
               05 cmt-currency    pic x(03).
               05 filler          pic x(12).

       fd reject-file.
       01 reject-rec              pic x(82).

       fd report-file.
       01 report-rec              pic x(60).

       fd audit-file.
       01 audit-rec               pic x(110).

       working-storage section.
       01 wk-ccy-status     pic xx.
           88 wk-ccy-ok-status    value "00".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-trans-status     pic xx.
           88 wk-trans-ok-status    value "00".
           88 wk-trans-eof-status   value "10".
       01 wk-reject-status    pic xx.
           88 wk-reject-ok-status   value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".

       01 wk-read-count       binary-long value 0.
       01 wk-add-count        binary-long value 0.
       01 wk-change-count     binary-long value 0.
       01 wk-delete-count     binary-long value 0.
       01 wk-reject-count     binary-long value 0.

       01 wk-reject-reason    pic x(60).
       01 wk-reject-line.
           03 rej-action          pic x(01).
           03 rej-ccy-image       pic x(20).
           03                     pic x(01) value spaces.
           03 rej-reason          pic x(60).

      *> the child file's own audit trail, stamped the way custaudit
      *> stamps the master's, with the operator on the end - for an
      *> add the before image is spaces, for a delete the after
      *> image is.
       01 wk-audit-line.
           03 aud-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 aud-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 aud-time            pic 9(08).
           03                     pic x(01) value spaces.
           03 aud-run-id          pic x(20).
           03                     pic x(01) value spaces.
           03 aud-action          pic x(01).
           03                     pic x(01) value spaces.
           03 aud-before-image    pic x(20).
           03                     pic x(01) value spaces.
           03 aud-after-image     pic x(20).
           03                     pic x(01) value spaces.
           03 aud-operator        pic x(20).

       01 wk-before-image     pic x(20).
       01 wk-after-image      pic x(20).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).
       01 wk-stamp-date       pic 9(8).
       01 wk-stamp-time       pic 9(8).

      *> operator authorization: the currency decides what every
      *> amount on the account means, so no matching grant through
      *> the shared mfutauth gate means the run refuses to start.
       01 wk-auth-program     pic x(30) value "custcmnt".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-ccy-check        pic x(03).
       01 wk-ccy-pos          binary-long.
       01 wk-ccy-bad-count    binary-long.
       01 wk-ccy-char         pic x(01).
           88 wk-ccy-letter       value "A" thru "Z".

       01 wk-report-line1.
           03                  pic x(20) value "Transactions read  :".
           03 rpt-read-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Adds applied       :".
           03 rpt-add-count    pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Changes applied    :".
           03 rpt-change-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Deletes applied    :".
           03 rpt-delete-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Rejected           :".
           03 rpt-reject-count pic zzzz9.

       procedure division.
       custcmnt-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           open i-o ccy-file
           if not wk-ccy-ok-status
               open output ccy-file
               if wk-ccy-ok-status
                   close ccy-file
                   open i-o ccy-file
               end-if
           end-if
           if not wk-ccy-ok-status
               display "custcmnt: unable to open CUSTCCY child file"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custcmnt: unable to open customers master"
               close ccy-file
               goback returning 1
           end-if

           open input trans-file
           if not wk-trans-ok-status
               display "custcmnt: unable to open CUSTCMNTIN "
                   "transactions"
               close ccy-file cust
               goback returning 1
           end-if

           open output reject-file
           if not wk-reject-ok-status
               display "custcmnt: unable to open custcmnt-rejects.txt"
               close ccy-file cust trans-file
               goback returning 1
           end-if

           set wk-trans-ok-status to true
           perform until not wk-trans-ok-status
               read trans-file
               if not wk-trans-eof-status
                   add 1 to wk-read-count
                   perform apply-transaction
               end-if
           end-perform

           close trans-file
           close reject-file
           close cust
           close ccy-file

           perform write-summary-report

           display "custcmnt: " wk-read-count " transaction(s) read, "
               wk-reject-count " rejected"

           if wk-reject-count > 0
               goback returning 1
           end-if
           goback returning 0.

      *> the child file's DQ gate, then the action routing; anything
      *> that cannot be validated or applied goes to the reject file.
       apply-transaction section.
           if cmt-customer-id not numeric or cmt-customer-id = 0
               move "Customer id is out of range" to wk-reject-reason
               perform write-reject
               exit section
           end-if
           if not cmt-action-delete
               move cmt-currency to wk-ccy-check
               move 0 to wk-ccy-bad-count
               perform check-currency-letter
                   varying wk-ccy-pos from 1 by 1
                   until wk-ccy-pos > 3
               if wk-ccy-bad-count > 0
                   move "Currency code is not three letters"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
           end-if

      *> a currency may only exist for a customer the master knows;
      *> a delete of an orphaned row left behind by a master delete
      *> is the one case that need not find the customer.
           move cmt-customer-id to customer-id
           read cust
               invalid key
                   if not cmt-action-delete
                       move "Customer id not on the master"
                           to wk-reject-reason
                       perform write-reject
                       exit section
                   end-if
                   move 0 to customer-balance
           end-read

      *> re-denominating a live balance would change what it means
      *> without a single posting; only an add (a new account) or a
      *> settled account may have its currency set.
           if not cmt-action-add
               and customer-balance numeric
               and customer-balance not = 0
               move "Account carries a balance - settle it first"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

           evaluate true
               when cmt-action-add
                   perform apply-add
               when cmt-action-change
                   perform apply-change
               when cmt-action-delete
                   perform apply-delete
               when other
                   move "Unrecognised action code" to wk-reject-reason
                   perform write-reject
           end-evaluate
           exit section
           .

       apply-add section.
           move cmt-ccy-image to ccy-rec
           write ccy-rec
               invalid key
                   move "Add rejected - id already on file"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-add-count
                   move spaces to wk-before-image
                   move cmt-ccy-image to wk-after-image
                   perform write-audit-record
           end-write
           exit section
           .

       apply-change section.
           move cmt-customer-id to ccy-customer-id
           read ccy-file
               invalid key
                   move "Change rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move ccy-rec to wk-before-image
           move cmt-ccy-image to ccy-rec
           rewrite ccy-rec
               invalid key
                   move "Change rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-change-count
                   move cmt-ccy-image to wk-after-image
                   perform write-audit-record
           end-rewrite
           exit section
           .

       apply-delete section.
           move cmt-customer-id to ccy-customer-id
           read ccy-file
               invalid key
                   move "Delete rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move ccy-rec to wk-before-image
           delete ccy-file
               invalid key
                   move "Delete rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-delete-count
                   move spaces to wk-after-image
                   perform write-audit-record
           end-delete
           exit section
           .

      *> appended open/close per row the way custaudit appends the
      *> master's trail, so an interrupted run still leaves a
      *> complete history behind.
       write-audit-record section.
           perform resolve-run-id
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move cmt-customer-id to aud-customer-id
           move wk-stamp-date to aud-date
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move cmt-action to aud-action
           move wk-before-image to aud-before-image
           move wk-after-image to aud-after-image
           move wk-auth-operator to aud-operator
           open extend audit-file
           if not wk-audit-ok-status
               open output audit-file
           end-if
           if wk-audit-ok-status
               write audit-rec from wk-audit-line
               close audit-file
           else
               display "custcmnt: unable to open "
                   "customer-ccy-audit.dat"
           end-if
           exit section
           .

       resolve-run-id section.
           if wk-run-id equal spaces
               accept wk-run-id-cfg from environment "MFUT_RUN_ID"
               if wk-run-id-cfg not equal spaces
                   move wk-run-id-cfg to wk-run-id
               else
                   call "C$GETPID"
                   end-call
                   move return-code to wk-pid-d
                   move wk-pid-d to wk-run-id
                   move 0 to return-code
               end-if
           end-if
           exit section
           .

       check-currency-letter section.
           move wk-ccy-check(wk-ccy-pos:1) to wk-ccy-char
           if not wk-ccy-letter
               add 1 to wk-ccy-bad-count
           end-if
           exit section
           .

       write-reject section.
           move cmt-action to rej-action
           move cmt-ccy-image to rej-ccy-image
           move wk-reject-reason to rej-reason
           write reject-rec from wk-reject-line
           add 1 to wk-reject-count
           exit section
           .

       write-summary-report section.
           move wk-read-count to rpt-read-count
           move wk-add-count to rpt-add-count
           move wk-change-count to rpt-change-count
           move wk-delete-count to rpt-delete-count
           move wk-reject-count to rpt-reject-count
           open output report-file
           if not wk-report-ok-status
               display "custcmnt: unable to open custcmnt-report.txt"
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

       end program custcmnt.
