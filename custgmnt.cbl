      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTGMNT is the batch maintenance path for the indexed
      * relationship child file (the CUSTGROUP DD, one
      * customer-group.cpy row per group member) that links
      * customer-ids into households, joint accounts and guarantor
      * groups. Group membership moves credit decisions and holds
      * back custdorm's dormancy sweep, so the file gets the same
      * shape custlmnt gives the limit file - its own DQ, reject
      * file and audit trail - and the same operator gate: no
      * mfutauth grant (custgmnt, UPDATE), no run.
      *
      * Point CUSTGMNTIN at the transaction file: a one-byte action
      * code ("A" add a member, "C" change a member's relationship
      * type, "D" delete a member) in front of a full
      * customer-group.cpy image. Every incoming record passes the
      * child file's DQ rules before it is applied:
      *   - a group-id or customer-id of zero or not numeric
      *   - a relationship type other than HOUSEHOLD, JOINT or
      *     GUARANTOR
      *   - a member customer-id not on the master
      * A record that fails DQ, or whose action cannot be applied,
      * lands in custgmnt-rejects.txt with the reason; every applied
      * write appends a timestamped before/after row, carrying the
      * operator, to customer-group-audit.dat, so "who put these
      * accounts together and when" is a file lookup.
      * custgmnt-report.txt carries the applied/rejected summary.
      *
      * custgexp rolls the groups up into the exposure report and
      * flags any member that has since left the master.
      *****************************************************************
       identification division.
       program-id. custgmnt.
       environment division.
       input-output section.
           file-control.
           select group-file assign external custgroup
           organization is indexed
           access mode is dynamic
           record key is grp-key
           file status is wk-group-status.

           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select trans-file assign external custgmntin
           organization is line sequential
           file status is wk-trans-status.

           select reject-file assign to "custgmnt-rejects.txt"
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to "custgmnt-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select audit-file assign to "customer-group-audit.dat"
           organization is line sequential
           file status is wk-audit-status.
       data division.
       file section.
       fd group-file.
       01 group-rec.
           copy "customer-group.cpy".

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

      *> one maintenance transaction: the action code followed by the
      *> full customer-group.cpy image, held as a raw copy of the
      *> copybook's total width so its field names do not collide
      *> with group-rec's; the key and type are broken out for the
      *> DQ checks and reject reporting.
       fd trans-file.
       01 trans-rec.
           03 gmt-action          pic x(01).
               88 gmt-action-add      value "A".
               88 gmt-action-change   value "C".
               88 gmt-action-delete   value "D".
           03 gmt-group-image.
               05 gmt-group-id    pic 9(05).
               05 gmt-customer-id pic 9(05).
               05 gmt-rel-type    pic x(09).
                   88 gmt-valid-type  value "HOUSEHOLD", "JOINT",
                                            "GUARANTOR".
               05 filler          pic x(11).

       fd reject-file.
       01 reject-rec              pic x(92).

       fd report-file.
       01 report-rec              pic x(60).

       fd audit-file.
       01 audit-rec               pic x(130).

       working-storage section.
       01 wk-group-status     pic xx.
           88 wk-group-ok-status    value "00".
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
           03 rej-group-image     pic x(30).
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

      *> operator authorization: a group link changes how the shop
      *> treats every member, so no matching grant through the shared
      *> mfutauth gate means the run refuses to start.
       01 wk-auth-program     pic x(30) value "custgmnt".
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
       custgmnt-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           open i-o group-file
           if not wk-group-ok-status
               open output group-file
               if wk-group-ok-status
                   close group-file
                   open i-o group-file
               end-if
           end-if
           if not wk-group-ok-status
               display "custgmnt: unable to open CUSTGROUP child file"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custgmnt: unable to open customers master"
               close group-file
               goback returning 1
           end-if

           open input trans-file
           if not wk-trans-ok-status
               display "custgmnt: unable to open CUSTGMNTIN "
                   "transactions"
               close group-file cust
               goback returning 1
           end-if

           open output reject-file
           if not wk-reject-ok-status
               display "custgmnt: unable to open custgmnt-rejects.txt"
               close group-file cust trans-file
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
           close group-file

           perform write-summary-report

           display "custgmnt: " wk-read-count " transaction(s) read, "
               wk-reject-count " rejected"

           if wk-reject-count > 0
               goback returning 1
           end-if
           goback returning 0.

      *> the child file's DQ gate, then the action routing; anything
      *> that cannot be validated or applied goes to the reject file.
       apply-transaction section.
           if gmt-group-id not numeric or gmt-group-id = 0
               move "Group id is out of range" to wk-reject-reason
               perform write-reject
               exit section
           end-if
           if gmt-customer-id not numeric or gmt-customer-id = 0
               move "Customer id is out of range" to wk-reject-reason
               perform write-reject
               exit section
           end-if
           if not gmt-valid-type
               and not gmt-action-delete
               move "Relationship type is not recognised"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

      *> a member must be a customer the master knows; the
      *> delete path is exempt so an orphaned row left behind by a
      *> master delete can still be cleaned up.
           if not gmt-action-delete
               move gmt-customer-id to customer-id
               read cust
                   invalid key
                       move "Customer id not on the master"
                           to wk-reject-reason
                       perform write-reject
                       exit section
               end-read
           end-if

           evaluate true
               when gmt-action-add
                   perform apply-add
               when gmt-action-change
                   perform apply-change
               when gmt-action-delete
                   perform apply-delete
               when other
                   move "Unrecognised action code" to wk-reject-reason
                   perform write-reject
           end-evaluate
           exit section
           .

       apply-add section.
           move gmt-group-image to group-rec
           write group-rec
               invalid key
                   move "Add rejected - already a member of the group"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-add-count
                   move spaces to wk-before-image
                   move gmt-group-image to wk-after-image
                   perform write-audit-record
           end-write
           exit section
           .

       apply-change section.
           move gmt-group-id to grp-group-id
           move gmt-customer-id to grp-customer-id
           read group-file
               invalid key
                   move "Change rejected - not a member of the group"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move group-rec to wk-before-image
           move gmt-group-image to group-rec
           rewrite group-rec
               invalid key
                   move "Change rejected - not a member of the group"
                       to wk-reject-reason
                   perform write-reject
               not invalid key
                   add 1 to wk-change-count
                   move gmt-group-image to wk-after-image
                   perform write-audit-record
           end-rewrite
           exit section
           .

       apply-delete section.
           move gmt-group-id to grp-group-id
           move gmt-customer-id to grp-customer-id
           read group-file
               invalid key
                   move "Delete rejected - not a member of the group"
                       to wk-reject-reason
                   perform write-reject
                   exit section
           end-read
           move group-rec to wk-before-image
           delete group-file
               invalid key
                   move "Delete rejected - not a member of the group"
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
           move gmt-customer-id to aud-customer-id
           move wk-stamp-date to aud-date
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move gmt-action to aud-action
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
               display "custgmnt: unable to open "
                   "customer-group-audit.dat"
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
           move gmt-action to rej-action
           move gmt-group-image to rej-group-image
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
               display "custgmnt: unable to open custgmnt-report.txt"
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

       end program custgmnt.
