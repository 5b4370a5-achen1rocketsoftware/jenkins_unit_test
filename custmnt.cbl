      *   "A" - add the record to the master
      *   "C" - change (rewrite) the record already on file
      *   "D" - delete the record from the master
      *
      * A change that moves the balance of a customer custrisk has
      * graded high (the CUSTRISK DD) is never applied by the
      * operator who keyed it: it waits in custmnt-pending.dat for
      * custappr's second operator, the same as an over-limit one.
      *
      * CUSTMNT_ATOMIC=Y applies the file all or nothing, for the
      * coordinated changes (a regional restructure) that must not
      * land half done. Every transaction is validated first - the
      * custdq checks and whether its action can be applied to the
      * master as the earlier rows of the same file would leave it -
      * and a file with any reject applies nothing at all. A change
      * that would wait for a second operator is a reject in this
      * mode, since it cannot be applied with the rest. When every
      * row passes the file is applied; should a write still fail
      * partway, the writes already made are undone newest first
      * from the before-images recorded as they were applied, each
      * undo going on the audit trail as the compensating add,
      * change, or delete it is. The atomic mode takes files of up
      * to 1000 transactions.
      *****************************************************************
       identification division.
       program-id. custmnt.
           select pending-file assign to "custmnt-pending.dat"
           organization is line sequential
           file status is wk-pending-status.

      *> custrisk's nightly grades: any balance change at all on a
      *> high-grade customer takes the same pending path, whatever
      *> the approval limit. No grade file, no grades.
           select risk-file assign external custrisk
           organization is indexed
           access mode is random
           record key is rsk-customer-id
           file status is wk-risk-status.
       data division.
       file section.
       fd cust.
       fd pending-file.
       01 pending-rec             pic x(114).

       fd risk-file.
       01 risk-rec.
           copy "customer-risk.cpy".

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-report-ok-status   value "00".
       01 wk-pending-status   pic xx.
           88 wk-pending-ok-status  value "00".
       01 wk-risk-status      pic xx.
           88 wk-risk-ok-status     value "00".
       01 wk-risk-open-sw     pic x(01) value "N".
           88 wk-risk-open        value "Y" false "N".
       01 wk-high-risk-sw     pic x(01) value "N".
           88 wk-high-risk        value "Y" false "N".

      *> dual-control threshold (whole currency units) from
      *> CUSTMNT_APPROVAL_LIMIT: a change whose balance effect
      *> exceeds it is diverted to the pending-approvals file for a
      *> different operator to approve through custappr. Zero - the
      *> default when the variable is not set - leaves every change
      *> on the single-operator path, except a balance change on a
      *> customer custrisk grades high, which is always diverted.
      *> A CUSTMNT_APPROVAL_LIMIT value in force today on the shared
      *> business-parameter file (bizparm) wins over the variable.
       01 wk-approval-cfg     pic 9(09).
       01 wk-approval-limit   pic 9(09)v99 value 0.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-pending-count    binary-long value 0.
       01 wk-balance-delta    pic s9(10)v99.
       01 wk-abs-delta        pic 9(10)v99.
       01 wk-change-count     binary-long value 0.
       01 wk-delete-count     binary-long value 0.
       01 wk-reject-count     binary-long value 0.
       01 wk-rollback-count   binary-long value 0.
       01 wk-rollback-fail    binary-long value 0.

      *> all-or-nothing mode (CUSTMNT_ATOMIC=Y): a validation pass
      *> over the whole file before anything is written. Each id the
      *> file touches is projected - on file or not, and its image -
      *> as the rows before it would leave it, so an add followed by
      *> a change of the same id validates the way it will apply.
       01 wk-atomic-cfg       pic x(01).
           88 wk-atomic-mode      value "Y".
       01 wk-atomic-phase     pic x(01) value space.
           88 wk-atomic-applying  value "A".
       01 wk-apply-failed-sw  pic x(01) value "N".
           88 wk-apply-failed     value "Y" false "N".
       01 wk-atomic-max       binary-long value 1000.
       01 wk-apply-count      binary-long value 0.

       01 wk-prj-count        binary-long value 0.
       01 wk-prj-tbl.
           03 wk-prj-entry occurs 1000 times.
               05 wk-prj-id       pic 9(05).
               05 wk-prj-on-file  pic x(01).
               05 wk-prj-image    pic x(65).
       01 wk-prj-idx          binary-long.
       01 wk-prj-found        binary-long.

      *> every write the atomic apply pass makes, with the images on
      *> either side of it, so a failure can undo them newest first.
       01 wk-jrn-count        binary-long value 0.
       01 wk-jrn-tbl.
           03 wk-jrn-entry occurs 1000 times.
               05 wk-jrn-action   pic x(01).
               05 wk-jrn-id       pic 9(05).
               05 wk-jrn-before   pic x(65).
               05 wk-jrn-after    pic x(65).
       01 wk-jrn-idx          binary-long.
       01 wk-comp-action      pic x(01).

       01 wk-reject-reason    pic x(60).
       01 wk-reject-line.
       01 wk-report-line6.
           03                  pic x(20) value "Held for approval  :".
           03 rpt-pending-count pic zzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "Rolled back        :".
           03 rpt-rollback-count pic zzzz9.

       procedure division.
       custmnt-main.
           if wk-approval-cfg > 0
               move wk-approval-cfg to wk-approval-limit
           end-if
           call "BIZDATE-TODAY" using by reference wk-parm-date
           end-call
           move "CUSTMNT_APPROVAL_LIMIT" to wk-parm-name
           move wk-approval-limit to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-approval-limit
           if wk-parm-unreadable
               display "custmnt: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           accept wk-atomic-cfg from environment "CUSTMNT_ATOMIC"

           call "CUSTDQ-RESET"
           end-call
               goback returning 1
           end-if

           open input risk-file
           if wk-risk-ok-status
               set wk-risk-open to true
           end-if

           open input trans-file
           if not wk-trans-ok-status
               display "custmnt: unable to open CUSTMNTIN transactions"
               perform close-risk-file
               close cust
               call "MSTRLOCK-RELEASE"
               end-call
           open output reject-file
           if not wk-reject-ok-status
               display "custmnt: unable to open custmnt-rejects.txt"
               perform close-risk-file
               close cust trans-file
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if

           if wk-atomic-mode
               perform run-atomic-file
           else
               set wk-trans-ok-status to true
               perform until not wk-trans-ok-status
                   read trans-file
                   if not wk-trans-eof-status
                       add 1 to wk-read-count
                       perform apply-transaction
                   end-if
               end-perform
               close trans-file
           end-if

           close reject-file
           perform close-risk-file
           close cust
           call "MSTRLOCK-RELEASE"
           end-call
                   move spaces to wk-before-image
                   move mnt-customer-image to wk-after-image
                   perform write-audit-record
                   perform journal-applied-write
                   move mnt-customer-image(20:16) to wk-sndx-sname
                   move mnt-customer-id to wk-sndx-id
                   call "CUSTSNDX-ADD" using
               perform divert-to-pending
               exit section
           end-if
           perform check-risk-grade
           if wk-high-risk and wk-abs-delta > 0
               perform divert-to-pending
               exit section
           end-if
           move mnt-customer-image to cust-file
           rewrite cust-file
               invalid key
                   add 1 to wk-change-count
                   move mnt-customer-image to wk-after-image
                   perform write-audit-record
                   perform journal-applied-write
                   move mnt-customer-image(20:16) to wk-sndx-sname
                   move mnt-customer-id to wk-sndx-id
                   call "CUSTSNDX-UPDATE" using
                   add 1 to wk-delete-count
                   move spaces to wk-after-image
                   perform write-audit-record
                   perform journal-applied-write
                   move mnt-customer-id to wk-sndx-id
                   call "CUSTSNDX-DELETE" using
                       by reference wk-sndx-id
           exit section
           .

      *> the all-or-nothing run: validate every row, and only a file
      *> with no rejects is read again and applied. A write failing
      *> in the apply pass stops it and undoes what it had applied.
       run-atomic-file section.
           set wk-trans-ok-status to true
           perform until not wk-trans-ok-status
               read trans-file
               if not wk-trans-eof-status
                   add 1 to wk-read-count
                   perform validate-transaction
               end-if
           end-perform
           close trans-file
           if wk-reject-count > 0
               display "custmnt: atomic run - " wk-reject-count
                   " transaction(s) rejected, nothing applied"
               exit section
           end-if

           call "CUSTDQ-RESET"
           end-call
           open input trans-file
           if not wk-trans-ok-status
               display "custmnt: unable to reopen CUSTMNTIN "
                   "transactions"
               add 1 to wk-reject-count
               exit section
           end-if
           set wk-atomic-applying to true
           set wk-trans-ok-status to true
           perform until not wk-trans-ok-status
                      or wk-apply-failed
               read trans-file
               if not wk-trans-eof-status
                   add 1 to wk-apply-count
                   perform apply-transaction
               end-if
           end-perform
           close trans-file
           move space to wk-atomic-phase

           if wk-apply-failed
               perform roll-back-one-write
                   varying wk-jrn-idx from wk-jrn-count by -1
                   until wk-jrn-idx < 1
               display "custmnt: atomic run failed at transaction "
                   wk-apply-count " - " wk-rollback-count
                   " applied write(s) rolled back"
               if wk-rollback-fail > 0
                   display "custmnt: " wk-rollback-fail
                       " write(s) could not be rolled back - see the "
                       "audit trail"
               end-if
           end-if
           exit section
           .

      *> the same checks the apply pass makes, taken against the
      *> projected master rather than written to it.
       validate-transaction section.
           call "custdq" using by reference mnt-customer-image
                                by reference wk-dq-status
                                by reference wk-dq-msg
           end-call
           if wk-dq-status equal "F"
               move wk-dq-msg to wk-reject-reason
               perform write-reject
               exit section
           end-if
           if wk-read-count > wk-atomic-max
               move "Atomic run - more than 1000 transactions in file"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

           perform project-customer
           evaluate true
               when mnt-action-add
                   if wk-prj-on-file(wk-prj-found) equal "Y"
                       move "Add rejected - id already on file"
                           to wk-reject-reason
                       perform write-reject
                   else
                       move "Y" to wk-prj-on-file(wk-prj-found)
                       move mnt-customer-image
                           to wk-prj-image(wk-prj-found)
                   end-if
               when mnt-action-change
                   if wk-prj-on-file(wk-prj-found) not equal "Y"
                       move "Change rejected - id not on file"
                           to wk-reject-reason
                       perform write-reject
                   else
                       perform validate-change
                   end-if
               when mnt-action-delete
                   if wk-prj-on-file(wk-prj-found) not equal "Y"
                       move "Delete rejected - id not on file"
                           to wk-reject-reason
                       perform write-reject
                   else
                       move "N" to wk-prj-on-file(wk-prj-found)
                   end-if
               when other
                   move "Unrecognised action code" to wk-reject-reason
                   perform write-reject
           end-evaluate
           exit section
           .

       validate-change section.
           move wk-prj-image(wk-prj-found) to cust-file
           perform check-approval-threshold
           perform check-risk-grade
           if (wk-approval-limit > 0
                   and wk-abs-delta > wk-approval-limit)
               or (wk-high-risk and wk-abs-delta > 0)
               move "Atomic run - change needs second-operator approval"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if
           move mnt-customer-image to wk-prj-image(wk-prj-found)
           exit section
           .

      *> the transaction's id as the file so far leaves it; the first
      *> row to touch an id takes its state from the master.
       project-customer section.
           move 0 to wk-prj-found
           perform find-projection-slot
               varying wk-prj-idx from 1 by 1
               until wk-prj-idx > wk-prj-count
                  or wk-prj-found > 0
           if wk-prj-found > 0
               exit section
           end-if
           add 1 to wk-prj-count
           move wk-prj-count to wk-prj-found
           move mnt-customer-id to wk-prj-id(wk-prj-found)
           move mnt-customer-id to customer-id
           read cust
               invalid key
                   move "N" to wk-prj-on-file(wk-prj-found)
                   move spaces to wk-prj-image(wk-prj-found)
               not invalid key
                   move "Y" to wk-prj-on-file(wk-prj-found)
                   move cust-file to wk-prj-image(wk-prj-found)
           end-read
           exit section
           .

       find-projection-slot section.
           if wk-prj-id(wk-prj-idx) = mnt-customer-id
               move wk-prj-idx to wk-prj-found
           end-if
           exit section
           .

       journal-applied-write section.
           if not wk-atomic-applying
               exit section
           end-if
           add 1 to wk-jrn-count
           move mnt-action to wk-jrn-action(wk-jrn-count)
           move mnt-customer-id to wk-jrn-id(wk-jrn-count)
           move wk-before-image to wk-jrn-before(wk-jrn-count)
           move wk-after-image to wk-jrn-after(wk-jrn-count)
           exit section
           .

      *> one applied write undone: an add is deleted, a change put
      *> back to its before-image, a delete written back - each on
      *> the trail as the add, change, or delete that undid it.
       roll-back-one-write section.
           move wk-jrn-id(wk-jrn-idx) to wk-audit-id
           move wk-jrn-after(wk-jrn-idx) to wk-before-image
           move wk-jrn-before(wk-jrn-idx) to wk-after-image
           evaluate wk-jrn-action(wk-jrn-idx)
               when "A"
                   move "D" to wk-comp-action
                   move wk-audit-id to customer-id
                   delete cust
                       invalid key
                           add 1 to wk-rollback-fail
                           exit section
                   end-delete
                   move wk-audit-id to wk-sndx-id
                   call "CUSTSNDX-DELETE" using
                       by reference wk-sndx-id
                   end-call
               when "C"
                   move "C" to wk-comp-action
                   move wk-after-image to cust-file
                   rewrite cust-file
                       invalid key
                           add 1 to wk-rollback-fail
                           exit section
                   end-rewrite
                   move wk-after-image(20:16) to wk-sndx-sname
                   move wk-audit-id to wk-sndx-id
                   call "CUSTSNDX-UPDATE" using
                       by reference wk-sndx-sname
                       by reference wk-sndx-id
                   end-call
               when "D"
                   move "A" to wk-comp-action
                   move wk-after-image to cust-file
                   write cust-file
                       invalid key
                           add 1 to wk-rollback-fail
                           exit section
                   end-write
                   move wk-after-image(20:16) to wk-sndx-sname
                   move wk-audit-id to wk-sndx-id
                   call "CUSTSNDX-ADD" using
                       by reference wk-sndx-sname
                       by reference wk-sndx-id
                   end-call
           end-evaluate
           call "custaudit" using by reference wk-comp-action
                                   by reference wk-audit-id
                                   by reference wk-before-image
                                   by reference wk-after-image
           end-call
           add 1 to wk-rollback-count
           exit section
           .

       check-write-authority section.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
      *> applies.
       check-approval-threshold section.
           move 0 to wk-abs-delta
           move mnt-customer-image to wk-trans-image
           if customer-balance not numeric
               move 0 to customer-balance
           exit section
           .

       check-risk-grade section.
           set wk-high-risk to false
           if not wk-risk-open
               exit section
           end-if
           move mnt-customer-id to rsk-customer-id
           read risk-file
               invalid key
                   exit section
           end-read
           if rsk-grade-high
               set wk-high-risk to true
           end-if
           exit section
           .

       close-risk-file section.
           if wk-risk-open
               close risk-file
               set wk-risk-open to false
           end-if
           exit section
           .

      *> over-threshold changes are parked, not applied: one PENDING
      *> row per change, stamped with the requesting operator, for
      *> custappr's four-eyes review.
       divert-to-pending section.
           if wk-atomic-mode
               move "Atomic run - change needs second-operator approval"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move wk-stamp-date to pnd-date
           move wk-reject-reason to rej-reason
           write reject-rec from wk-reject-line
           add 1 to wk-reject-count
           if wk-atomic-applying
               set wk-apply-failed to true
           end-if
           exit section
           .

               write report-rec from wk-report-line5
               move wk-pending-count to rpt-pending-count
               write report-rec from wk-report-line6
               move wk-rollback-count to rpt-rollback-count
               write report-rec from wk-report-line7
               close report-file
           end-if
           exit section
