      * people we never warned is a complaints generator. Run
      * nightly ahead of the purge, it computes each open account's
      * inactivity through datechk and, at the warning threshold
      * (CUSTDORM_WARN_DAYS days, default 300 - a value in force
      * today on the shared business-parameter file, bizparm, wins
      * over the variable), flips the account to
      * customer-acct-dormant - audited through custaudit (action
      * "F") like any other master change - and writes the customer
      * a pre-dormancy notice (document type DORMANCY) into the
      * correspondence spool through corrspl, which addresses it
      * from the CUSTADDR child file, so the letter goes out in the
      * next corrprnt batch. A notice to a customer with no address,
      * or whose address has come back as returned mail, is held by
      * the spool rather than printed; both are counted on the
      * report. The notice is spooled before the flag is set: a
      * notice the spool could not take at all (outcome "E", or
      * "T" for one too long to print whole) leaves the account
      * unflagged for the next run, names the customer on the
      * console and ends the run return code 1, so no account is
      * ever flagged towards the purge without its letter.
      *
      * The actual archiving stays custpurg's job, and custpurg now
      * only takes an account that is already flagged dormant and
      * Flagging is a master write, so the run sits behind the
      * mfutauth gate and the mstrlock writer serialization like
      * every other write path.
      *
      * An account linked into a group on the relationship file
      * (CUSTGROUP, maintained through custgmnt) is held back while
      * another member of any of its groups still has an active
      * account - open, and inside the warning threshold itself - so
      * the quiet half of a household is not warned while the joint
      * account is in daily use. Held accounts are counted on the
      * report; with no relationship file nothing is held.
      *****************************************************************
       identification division.
       program-id. custdorm.
           record key is customer-id
           file status is wk-cust-status.

           select group-file assign external custgroup
           organization is indexed
           access mode is sequential
           record key is grp-key
           file status is wk-group-status.

           select report-file assign to "custdorm-report.txt"
           organization is line sequential
       01 cust-file.
           copy "customer-master.cpy".

       fd group-file.
       01 group-rec.
           copy "customer-group.cpy".

       fd report-file.
       01 report-rec              pic x(60).
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-group-status     pic xx.
           88 wk-group-ok-status    value "00".
           88 wk-group-eof-status   value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-warn-cfg         pic 9(05).
       01 wk-warn-days        binary-long value 300.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".

       01 wk-scan-count       binary-long value 0.
       01 wk-flag-count       binary-long value 0.
       01 wk-noaddr-count     binary-long value 0.
       01 wk-returned-count   binary-long value 0.
       01 wk-spool-fail-count binary-long value 0.
       01 wk-held-count       binary-long value 0.

      *> every group membership, with whether that member's account
      *> is active tonight - taken before anything is flagged.
       78 wk-gm-slots         value 5000.
       01 wk-gm-count         binary-long value 0.
       01 wk-gm-tbl.
           03 wk-gm-entry occurs 5000 times.
               05 wk-gm-group-id    pic 9(05).
               05 wk-gm-customer-id pic 9(05).
               05 wk-gm-active      pic x(01).
       01 wk-gm-idx           binary-long.
       01 wk-gm-peer-idx      binary-long.
       01 wk-gm-full-sw       pic x(01) value "N".
           88 wk-gm-overflow      value "Y" false "N".
       01 wk-hold-sw          pic x(01).
           88 wk-group-hold       value "Y" false "N".

      *> the notice as it goes into the correspondence spool.
       01 wk-spl-doc-type     pic x(08) value "DORMANCY".
       01 wk-spl-customer-id  pic 9(05).
       01 wk-spl-producer     pic x(08) value "CUSTDORM".
       01 wk-spl-line         pic x(80).
       01 wk-spl-outcome      pic x(01).

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
       01 wk-report-line3.
           03                  pic x(20) value "No address on file :".
           03 rpt-noaddr-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Held by group      :".
           03 rpt-held-count   pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Held returned mail :".
           03 rpt-returned-count pic zzzz9.

       procedure division.
       custdorm-main.
               move wk-warn-cfg to wk-warn-days
           end-if
           perform build-today-iso-date
           move wk-today-ymd to wk-parm-date
           move "CUSTDORM_WARN_DAYS" to wk-parm-name
           move wk-warn-days to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-warn-days
           if wk-parm-unreadable
               display "custdorm: business-parameters.dat could not "
                   "be read in full - run refused"
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if

           open i-o cust
           if not wk-cust-ok-status
               end-call
               goback returning 1
           end-if
           perform load-group-members
           if wk-gm-overflow
               display "custdorm: CUSTGROUP holds more memberships "
                   "than the table - run refused so no group member "
                   "is flagged on a partial picture"
               close cust
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               end-if
           end-perform

           close cust
           call "MSTRLOCK-RELEASE"
           end-call
           perform write-summary-report
           display "custdorm: " wk-flag-count " of " wk-scan-count
               " account(s) flagged dormant for notice"
           if wk-spool-fail-count > 0
               display "custdorm: " wk-spool-fail-count " notice(s) "
                   "not spooled - those accounts are left open for "
                   "the next run"
               goback returning 1
           end-if
           goback returning 0.

      *> an open account past the warning threshold is sent a
      *> notice and, once the spool has it, flips to dormant -
      *> audited; an unparseable date stays put, exactly as the
      *> purge treats it.
       sweep-one-account section.
           if not customer-acct-open
               exit section
           if wk-diff-days <= wk-warn-days
               exit section
           end-if
           perform check-group-hold
           if wk-group-hold
               add 1 to wk-held-count
               exit section
           end-if

           perform write-notice-row
           if wk-spl-outcome not equal "S"
               and wk-spl-outcome not equal "R"
               and wk-spl-outcome not equal "N"
               exit section
           end-if
           move cust-file to wk-before-image
           set customer-acct-dormant to true
           rewrite cust-file
                                   by reference wk-before-image
                                   by reference wk-after-image
           end-call
           exit section
           .

      *> the address child file is optional for the sweep itself: a
      *> customer without an address still has the account flagged,
      *> and the spool holds the notice until there is one.
       write-notice-row section.
           move customer-id to wk-spl-customer-id
           call "CORRSPL-BEGIN" using by reference wk-spl-doc-type
                                      by reference wk-spl-customer-id
                                      by reference wk-spl-producer
           end-call
           move spaces to wk-spl-line
           string "Dear " function trim(customer-fname) " "
               function trim(customer-sname) ","
               delimited by size into wk-spl-line
           perform spool-notice-line
           move spaces to wk-spl-line
           perform spool-notice-line
           move spaces to wk-spl-line
           string "Your account " customer-id
               " has had no activity since "
               customer-last-act-dt "."
               delimited by size into wk-spl-line
           perform spool-notice-line
           move "Unless it is used again within the notice period it "
               & "will be closed" to wk-spl-line
           perform spool-notice-line
           move "and archived. Please contact us if you wish to keep "
               & "it open." to wk-spl-line
           perform spool-notice-line
           call "CORRSPL-END" using by reference wk-spl-outcome
           end-call
           evaluate wk-spl-outcome
               when "S"
                   continue
               when "N"
                   add 1 to wk-noaddr-count
               when "R"
                   add 1 to wk-returned-count
               when other
                   add 1 to wk-spool-fail-count
                   display "custdorm: notice for customer " customer-id
                       " not spooled - corrspl outcome "
                       wk-spl-outcome
           end-evaluate
           exit section
           .

       spool-notice-line section.
           call "CORRSPL-LINE" using by reference wk-spl-line
           end-call
           exit section
           .

      *> the memberships and each member's activity, read before the
      *> sweep; the master is then repositioned at its first key.
       load-group-members section.
           open input group-file
           if not wk-group-ok-status
               exit section
           end-if
           set wk-group-ok-status to true
           perform until not wk-group-ok-status
               read group-file next record
               if not wk-group-eof-status
                   if wk-gm-count < wk-gm-slots
                       add 1 to wk-gm-count
                       move grp-group-id to wk-gm-group-id(wk-gm-count)
                       move grp-customer-id
                           to wk-gm-customer-id(wk-gm-count)
                       perform mark-member-activity
                   else
                       set wk-gm-overflow to true
                   end-if
               end-if
           end-perform
           close group-file
           move 0 to customer-id
           start cust key is greater than customer-id
           exit section
           .

       mark-member-activity section.
           move "N" to wk-gm-active(wk-gm-count)
           move grp-customer-id to customer-id
           read cust
               invalid key
                   exit section
           end-read
           if not customer-acct-open
               exit section
           end-if
           move customer-last-act-dt to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid equal "Y"
               and wk-diff-days <= wk-warn-days
               move "Y" to wk-gm-active(wk-gm-count)
           end-if
           exit section
           .

      *> held when any group this account belongs to has another
      *> member still active.
       check-group-hold section.
           set wk-group-hold to false
           perform check-one-membership
               varying wk-gm-idx from 1 by 1
               until wk-gm-idx > wk-gm-count
                  or wk-group-hold
           exit section
           .

       check-one-membership section.
           if wk-gm-customer-id(wk-gm-idx) not = customer-id
               exit section
           end-if
           perform check-group-peer
               varying wk-gm-peer-idx from 1 by 1
               until wk-gm-peer-idx > wk-gm-count
                  or wk-group-hold
           exit section
           .

       check-group-peer section.
           if wk-gm-group-id(wk-gm-peer-idx)
                   = wk-gm-group-id(wk-gm-idx)
               and wk-gm-customer-id(wk-gm-peer-idx) not = customer-id
               and wk-gm-active(wk-gm-peer-idx) equal "Y"
               set wk-group-hold to true
           end-if
           exit section
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           move wk-scan-count to rpt-scan-count
           move wk-flag-count to rpt-flag-count
           move wk-noaddr-count to rpt-noaddr-count
           move wk-held-count to rpt-held-count
           move wk-returned-count to rpt-returned-count
           open output report-file
           if not wk-report-ok-status
               display "custdorm: unable to open "
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               write report-rec from wk-report-line5
               close report-file
           end-if
           exit section
