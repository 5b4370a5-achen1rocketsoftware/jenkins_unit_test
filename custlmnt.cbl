      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTLMNT is the batch maintenance path for the indexed
      * credit-limit child file (the CUSTLIMIT DD, one
      * customer-limit.cpy row per customer-id). A limit is a money
      * control, so it gets the same shape custamnt gives the
      * address file - its own DQ, reject file and audit trail - and
      * the same operator gate custmnt puts on the master: no
      * mfutauth grant (custlmnt, UPDATE), no run.
      *
      * Point CUSTLMNTIN at the transaction file: a one-byte action
      * code ("A" add, "C" change, "D" delete) in front of a full
      * customer-limit.cpy image. Every incoming record passes the
      * child file's DQ rules before it is applied:
      *   - a limit that is not numeric
      *   - a limit for a customer-id not on the master
      * A record that fails DQ, or whose action cannot be applied,
      * lands in custlmnt-rejects.txt with the reason; every applied
      * write appends a timestamped before/after row, carrying the
      * operator, to customer-limit-audit.dat, so "who raised this
      * limit and from what" is a file lookup. custlmnt-report.txt
      * carries the applied/rejected summary.
      *
      * Deleting a row does not remove the customer's limit - it
      * puts the customer back on the shop-wide default.
      *****************************************************************
       identification division.
       program-id. custlmnt.
       environment division.
       input-output section.
           file-control.
           select limit-file assign external custlimit
           organization is indexed
           access mode is dynamic
           record key is lim-customer-id
           file status is wk-limit-status.

           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select trans-file assign external custlmntin
           organization is line sequential
           file status is wk-trans-status.

           select reject-file assign to "custlmnt-rejects.txt"
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to "custlmnt-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select audit-file assign to "customer-limit-audit.dat"
           organization is line sequential
           file status is wk-audit-status.
       data division.
       file section.
       fd limit-file.
       01 limit-rec.
           copy "customer-limit.cpy".

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

      *> one maintenance transaction: the action code followed by the
      *> full customer-limit.cpy image, held as a raw copy of the
      *> copybook's total width so its field names do not collide
      *> with limit-rec's; the key and limit are broken out for the
      *> DQ checks and reject reporting.
       fd trans-file.
       01 trans-rec.
           03 lmt-action          pic x(01).
               88 lmt-action-add      value "A".
               88 lmt-action-change   value "C".
               88 lmt-action-delete   value "D".
           03 lmt-limit-image.
               05 lmt-customer-id pic 9(05).
               05 lmt-credit-limit pic 9(09)v99.
               05 filler          pic x(14).

       fd reject-file.
       01 reject-rec              pic x(92).

       fd report-file.
       01 report-rec              pic x(60).

       fd audit-file.
       01 audit-rec               pic x(130).

       working-storage section.
       01 wk-limit-status     pic xx.
           88 wk-limit-ok-status    value "00".
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
           03 rej-limit-image     pic x(30).
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
           03 aud-before-image    pic x(30).
           03                     pic x(01) value spaces.
           03 aud-after-image     pic x(30).
           03                     pic x(01) value spaces.
           03 aud-operator        pic x(20).

       01 wk-before-image     pic x(30).
       01 wk-after-image      pic x(30).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).
       01 wk-stamp-date       pic 9(8).
       01 wk-stamp-time       pic 9(8).

      *> operator authorization: a limit decides how much credit the
      *> shop extends, so no matching grant through the shared
      *> mfutauth gate means the run refuses to start.
       01 wk-auth-program     pic x(30) value "custlmnt".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

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
       custlmnt-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           open i-o limit-file
           if not wk-limit-ok-status
               open output limit-file
               if wk-limit-ok-status
                   close limit-file
                   open i-o limit-file
               end-if
           end-if
           if not wk-limit-ok-status
               display "custlmnt: unable to open CUSTLIMIT child file"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custlmnt: unable to open customers master"
               close limit-file
               goback returning 1
           end-if

           open input trans-file
           if not wk-trans-ok-status
               display "custlmnt: unable to open CUSTLMNTIN "
                   "transactions"
               close limit-file cust
               goback returning 1
           end-if

           open output reject-file
           if not wk-reject-ok-status
               display "custlmnt: unable to open custlmnt-rejects.txt"
               close limit-file cust trans-file
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
           close limit-file

           perform write-summary-report

           display "custlmnt: " wk-read-count " transaction(s) read, "
               wk-reject-count " rejected"

           if wk-reject-count > 0
               goback returning 1
           end-if
           goback returning 0.

      *> the child file's DQ gate, then the action routing; anything
      *> that cannot be validated or applied goes to the reject file.
       apply-transaction section.
           if lmt-customer-id not numeric or lmt-customer-id = 0
               move "Customer id is out of range" to wk-reject-reason
               perform write-reject
               exit section
           end-if
           if lmt-credit-limit not numeric
               and not lmt-action-delete
               move "Credit limit is not numeric" to wk-reject-reason
               perform write-reject
               exit section
           end-if

      *> a limit may only exist for a customer the master knows; the
      *> delete path is exempt so an orphaned row left behind by a
      *> master delete can still be cleaned up.
           if not lmt-action-delete
               move lmt-customer-id to customer-id
               read cust
                   invalid key
                       move "Customer id not on the master"
                           to wk-reject-reason
                       perform write-reject
                       exit section
               end-read
           end-if

           evaluate true
               when lmt-action-add
                   perform apply-add
               when lmt-action-change
                   perform apply-change
               when lmt-action-delete
                   perform apply-delete
               when other
                   move "Unrecognised action code" to wk-reject-reason
                   perform write-reject
           end-evaluate
           exit section
           .

       apply-add section.
           move lmt-limit-image to limit-rec
           write limit-rec
               invalid key
                   move "Add rejected - id already on file"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-add-count
                   move spaces to wk-before-image
                   move lmt-limit-image to wk-after-image
                   perform write-audit-record
           end-write
           exit section
           .

       apply-change section.
           move lmt-customer-id to lim-customer-id
           read limit-file
               invalid key
                   move "Change rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move limit-rec to wk-before-image
           move lmt-limit-image to limit-rec
           rewrite limit-rec
               invalid key
                   move "Change rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-change-count
                   move lmt-limit-image to wk-after-image
                   perform write-audit-record
           end-rewrite
           exit section
           .

       apply-delete section.
           move lmt-customer-id to lim-customer-id
           read limit-file
               invalid key
                   move "Delete rejected - id not on file"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move limit-rec to wk-before-image
           delete limit-file
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
           move lmt-customer-id to aud-customer-id
           move wk-stamp-date to aud-date
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move lmt-action to aud-action
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
               display "custlmnt: unable to open "
                   "customer-limit-audit.dat"
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

       write-reject section.
           move lmt-action to rej-action
           move lmt-limit-image to rej-limit-image
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
               display "custlmnt: unable to open custlmnt-report.txt"
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

       end program custlmnt.
