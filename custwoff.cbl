      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTWOFF is finance's bad-debt write-off run. The CUSTWOFFIN
      * DD lists the customer-ids approved for write-off, one
      * customer-id 9(5) per row; each account still in debit has
      * the whole amount owed written off, bringing its balance to
      * zero. Like custaccr it does not touch the master itself: it
      * writes a CUSTPOSTIN-format file (the CUSTWOFFOUT DD, trailer
      * row included) of type "W" write-off rows, so the write-offs
      * go through custpost's audit, ledger and GL path - where a
      * write-off debits BAD-DEBT and credits CUSTRECV.
      *
      * A write-off larger than CUSTMNT_APPROVAL_LIMIT (whole
      * currency units; zero or unset means no limit; a value in
      * force today on the shared business-parameter file, bizparm,
      * wins over the variable) needs the same
      * second pair of eyes custmnt's high-value changes get: the
      * first run parks it in custmnt-pending.dat as a PENDING "W"
      * item carrying the account image it was requested against,
      * and holds it back. Once a different operator has approved it
      * through custappr, the next run releases it - never for more
      * than was approved - and marks the item RELEASED; a rejected
      * item is never written off. When the pending file is full
      * the write-off cannot be parked: it is refused, not held, and
      * the run ends return code 1.
      *
      * The requesting operator comes through the shared mfutauth
      * gate. An id that is not on the master, is closed, or is not
      * in debit is refused and listed; custwoff-report.txt carries
      * the detail and the counts.
      *****************************************************************
       identification division.
       program-id. custwoff.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select request-file assign external custwoffin
           organization is line sequential
           file status is wk-request-status.

           select post-file assign external custwoffout
           organization is line sequential
           file status is wk-post-status.

           select pending-file assign to "custmnt-pending.dat"
           organization is line sequential
           file status is wk-pending-status.

           select report-file assign to "custwoff-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd request-file.
       01 request-rec.
           03 req-customer-id     pic x(05).
           03                     pic x(75).

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

       fd pending-file.
       01 pending-rec             pic x(114).

       fd report-file.
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-request-status   pic xx.
           88 wk-request-ok-status  value "00".
           88 wk-request-eof-status value "10".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-pending-status   pic xx.
           88 wk-pending-ok-status  value "00".
           88 wk-pending-eof-status value "10".
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

      *> the whole pending file, held and rewritten in place the way
      *> custappr holds it.
       01 wk-pend-count       binary-long value 0.
       01 wk-pend-tbl.
           03 wk-pend-entry occurs 200 times.
               05 wk-pnd-line     pic x(114).
       01 wk-pend-line-rdf.
           03 pnd-date            pic 9(08).
           03                     pic x(01).
           03 pnd-time            pic 9(08).
           03                     pic x(01).
           03 pnd-requester       pic x(20).
           03                     pic x(01).
           03 pnd-status          pic x(08).
           03                     pic x(01).
           03 pnd-action          pic x(01).
           03 pnd-image.
               07 pnd-customer-id pic 9(05).
               07                 pic x(32).
               07 pnd-balance     pic s9(9)v99 sign leading separate.
               07                 pic x(16).
       01 wk-pend-idx         binary-long.
       01 wk-approved-idx     binary-long.
       01 wk-pending-idx      binary-long.
       01 wk-pend-full-sw     pic x(01).
           88 wk-pend-overflow    value "Y" false "N".
       01 wk-pend-changed-sw  pic x(01).
           88 wk-pend-changed     value "Y" false "N".
       01 wk-park-failed-sw   pic x(01) value "N".
           88 wk-park-failed      value "Y" false "N".

       01 wk-owed-amount      pic 9(09)v99.
       01 wk-approved-amount  pic 9(09)v99.
       01 wk-request-id       pic 9(05).
       01 wk-outcome          pic x(40).

       01 wk-request-count    binary-long value 0.
       01 wk-release-count    binary-long value 0.
       01 wk-held-count       binary-long value 0.
       01 wk-refused-count    binary-long value 0.
       01 wk-release-amount   pic 9(11)v99 value 0.

       01 wk-auth-program     pic x(30) value "custwoff".
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
       01 wk-stamp-time       pic 9(8).

       01 wk-detail-line.
           03 dtl-customer-id     pic x(05).
           03                     pic x(01) value spaces.
           03 dtl-amount          pic z(8)9.99.
           03                     pic x(01) value spaces.
           03 dtl-outcome         pic x(40).

       01 wk-report-line1.
           03                  pic x(20) value "Write-offs asked   :".
           03 rpt-request-count pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Released to post   :".
           03 rpt-release-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Held for approval  :".
           03 rpt-held-count   pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Refused            :".
           03 rpt-refused-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Amount released    :".
           03 rpt-release-amount pic z(10)9.99.

       procedure division.
       custwoff-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

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
               display "custwoff: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           perform load-pending-file
           if wk-pend-overflow
               display "custwoff: custmnt-pending.dat holds more "
                   "rows than the table - run refused so no held "
                   "change can be lost to a truncated rewrite"
               goback returning 1
           end-if

           open input request-file
           if not wk-request-ok-status
               display "custwoff: unable to open CUSTWOFFIN"
               goback returning 1
           end-if
           open input cust
           if not wk-cust-ok-status
               display "custwoff: unable to open customers master"
               close request-file
               goback returning 1
           end-if
           open output post-file
           if not wk-post-ok-status
               display "custwoff: unable to open CUSTWOFFOUT"
               close request-file cust
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custwoff: unable to open custwoff-report.txt"
               close request-file cust post-file
               goback returning 1
           end-if
           move "Bad-debt write-off run" to report-rec
           write report-rec

           set wk-request-ok-status to true
           perform until not wk-request-ok-status
               read request-file
               if not wk-request-eof-status
                   if request-rec not equal spaces
                       add 1 to wk-request-count
                       perform take-one-request
                   end-if
               end-if
           end-perform
           close request-file
           close cust

           move "TRL" to pst-trl-tag
           move wk-release-count to pst-trl-count
           move wk-release-amount to pst-trl-amount
           write post-trl-rec
           close post-file

           perform write-summary-lines
           close report-file
           if wk-pend-changed
               perform write-pending-file
           end-if
           display "custwoff: " wk-release-count " write-off(s) "
               "released, " wk-held-count " held for approval, "
               wk-refused-count " refused"
           if wk-park-failed
               display "custwoff: custmnt-pending.dat is full - "
                   "clear decided items through custappr and "
                   "resubmit the refused write-offs"
               goback returning 1
           end-if
           goback returning 0.

      *> one approved id: the account must exist, be open or
      *> dormant, and owe money; the whole debt is written off,
      *> through custappr first when it is over the limit.
       take-one-request section.
           move spaces to wk-outcome
           move 0 to wk-owed-amount
           if req-customer-id not numeric
               move "customer-id not numeric" to wk-outcome
               perform refuse-request
               exit section
           end-if
           move req-customer-id to wk-request-id
           move wk-request-id to customer-id
           read cust
               invalid key
                   move "not on the master" to wk-outcome
           end-read
           if wk-outcome not equal spaces
               perform refuse-request
               exit section
           end-if
           if customer-acct-closed
               move "account is closed" to wk-outcome
               perform refuse-request
               exit section
           end-if
           if customer-balance not numeric
               or customer-balance >= 0
               move "account is not in debit" to wk-outcome
               perform refuse-request
               exit section
           end-if
           compute wk-owed-amount = 0 - customer-balance
           if wk-owed-amount > 9999999.99
               move "debt too large for one write-off row"
                   to wk-outcome
               perform refuse-request
               exit section
           end-if

           if wk-approval-limit = 0
               or wk-owed-amount <= wk-approval-limit
               move "released" to wk-outcome
               perform release-write-off
               exit section
           end-if

           perform find-write-off-items
           evaluate true
               when wk-approved-idx > 0
                   move wk-pnd-line(wk-approved-idx)
                       to wk-pend-line-rdf
                   compute wk-approved-amount = 0 - pnd-balance
                   if wk-approved-amount < wk-owed-amount
                       move wk-approved-amount to wk-owed-amount
                   end-if
                   move "RELEASED" to pnd-status
                   move wk-pend-line-rdf to wk-pnd-line(wk-approved-idx)
                   set wk-pend-changed to true
                   move "released - approved through custappr"
                       to wk-outcome
                   perform release-write-off
               when wk-pending-idx > 0
                   move "held - awaiting custappr approval"
                       to wk-outcome
                   perform hold-request
               when other
                   perform park-for-approval
                   if return-code = 0
                       move "held - parked for custappr approval"
                           to wk-outcome
                       perform hold-request
                   else
                       move "refused - pending file full"
                           to wk-outcome
                       perform refuse-request
                       set wk-park-failed to true
                   end-if
           end-evaluate
           exit section
           .

       release-write-off section.
           move customer-id to pst-customer-id
           move "W" to pst-type
           move wk-owed-amount to pst-amount
           move wk-today-iso to pst-date
           write post-rec
           add 1 to wk-release-count
           add wk-owed-amount to wk-release-amount
           perform write-detail-line
           exit section
           .

       hold-request section.
           add 1 to wk-held-count
           perform write-detail-line
           exit section
           .

       refuse-request section.
           add 1 to wk-refused-count
           perform write-detail-line
           exit section
           .

      *> the customer's live "W" items: an APPROVED one releases the
      *> write-off, a PENDING one keeps it held.
       find-write-off-items section.
           move 0 to wk-approved-idx wk-pending-idx
           perform match-write-off-item
               varying wk-pend-idx from 1 by 1
               until wk-pend-idx > wk-pend-count
           exit section
           .

       match-write-off-item section.
           move wk-pnd-line(wk-pend-idx) to wk-pend-line-rdf
           if pnd-action equal "W"
               and pnd-customer-id = customer-id
               evaluate pnd-status
                   when "APPROVED"
                       if wk-approved-idx = 0
                           move wk-pend-idx to wk-approved-idx
                       end-if
                   when "PENDING"
                       move wk-pend-idx to wk-pending-idx
               end-evaluate
           end-if
           exit section
           .

      *> the item carries the account as it stood when the write-off
      *> was asked for, so the approver sees the debt being
      *> forgiven and the release can never exceed it.
       park-for-approval section.
           move 0 to return-code
           if wk-pend-count >= 200
               display "custwoff: pending file full - customer "
                   customer-id " not parked"
               move 1 to return-code
               exit section
           end-if
           accept wk-stamp-time from time
           add 1 to wk-pend-count
           move spaces to wk-pend-line-rdf
           move wk-today-ymd to pnd-date
           move wk-stamp-time to pnd-time
           move wk-auth-operator to pnd-requester
           move "PENDING" to pnd-status
           move "W" to pnd-action
           move cust-file to pnd-image
           move wk-pend-line-rdf to wk-pnd-line(wk-pend-count)
           set wk-pend-changed to true
           exit section
           .

       write-detail-line section.
           move req-customer-id to dtl-customer-id
           move wk-owed-amount to dtl-amount
           move wk-outcome to dtl-outcome
           write report-rec from wk-detail-line
           exit section
           .

       load-pending-file section.
           open input pending-file
           if not wk-pending-ok-status
               exit section
           end-if
           set wk-pending-ok-status to true
           perform until not wk-pending-ok-status
               read pending-file
               if not wk-pending-eof-status
                   if wk-pend-count < 200
                       add 1 to wk-pend-count
                       move pending-rec to wk-pnd-line(wk-pend-count)
                   else
                       set wk-pend-overflow to true
                   end-if
               end-if
           end-perform
           close pending-file
           exit section
           .

       write-pending-file section.
           open output pending-file
           if not wk-pending-ok-status
               display "custwoff: unable to rewrite "
                   "custmnt-pending.dat"
               exit section
           end-if
           perform write-pending-row
               varying wk-pend-idx from 1 by 1
               until wk-pend-idx > wk-pend-count
           close pending-file
           exit section
           .

       write-pending-row section.
           write pending-rec from wk-pnd-line(wk-pend-idx)
           exit section
           .

       write-summary-lines section.
           move wk-request-count to rpt-request-count
           move wk-release-count to rpt-release-count
           move wk-held-count to rpt-held-count
           move wk-refused-count to rpt-refused-count
           move wk-release-amount to rpt-release-amount
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
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

       end program custwoff.
