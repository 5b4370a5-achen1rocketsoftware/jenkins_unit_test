      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTDUN is the action custage's buckets never took: run
      * nightly, it walks the master and moves every open account
      * carrying a negative customer-balance through the reminder
      * levels - level 1 at CUSTDUN_LEVEL1_DAYS (default 30) days
      * since customer-last-act-dt, level 2 at CUSTDUN_LEVEL2_DAYS
      * (default 60) and the final demand at CUSTDUN_FINAL_DAYS
      * (default 90), the inactivity measured through datechk's
      * DATECHK-DAY-DIFF exactly as custage measures it. A level's
      * day count in force today on the shared business-parameter
      * file (bizparm, maintained through bizpmnt) wins over its
      * variable.
      *
      * Each level an account reaches produces one letter, written
      * into the correspondence spool through corrspl (document type
      * DUNNING1, DUNNING2 or DUNFINAL) and addressed from the
      * CUSTADDR child file the way custdorm's notices are, for the
      * next corrprnt batch. A letter to a customer with no address,
      * or whose address has come back as returned mail, is held by
      * the spool rather than printed, and counted on the report -
      * the level still counts as reached, so the letter is not
      * produced a second time when the address is put right. A
      * letter the spool could not take at all - the spool file
      * unavailable ("E"), or a letter too long to print whole
      * ("T") - does not count: the level is left unreached so the
      * next run writes the letter again, the customer is named on
      * the console and the run ends return code 1.
      *
      * custdun-history.dat remembers, per account in the cycle, the
      * level reached, the date each level was reached and the
      * letters issued, so a level's letter only ever goes once.
      * Once a payment clears the debt (the balance is no longer
      * negative) the account's history is dropped and a later debt
      * starts the cycle again from level 1.
      *
      * An account under an ACTIVE payment arrangement on
      * custarr-plans.dat is held where it stands - no escalation,
      * no letter - for as long as the collections desk's plan runs;
      * once custarr marks the plan BROKEN the account is back in the
      * cycle and climbs from the level it had reached. More ACTIVE
      * plans than the table holds refuses the run rather than dun
      * a customer who is keeping to an arrangement.
      *
      * The master is only read; counts land in custdun-report.txt.
      *****************************************************************
       identification division.
       program-id. custdun.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select history-file assign to "custdun-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select plan-file assign to "custarr-plans.dat"
           organization is line sequential
           file status is wk-plan-status.

           select report-file assign to "custdun-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd history-file.
       01 history-rec             pic x(80).

       fd plan-file.
       01 plan-rec.
           03 pln-customer-id     pic 9(05).
           03                     pic x(35).
           03 pln-status          pic x(08).
           03                     pic x(12).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-plan-status      pic xx.
           88 wk-plan-ok-status     value "00".
           88 wk-plan-eof-status    value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-days-cfg         pic 9(04).

      *> the three reminder levels, final demand last; an account
      *> stands at the highest level whose day floor its inactivity
      *> reaches.
       01 wk-level-name-tbl.
           03 filler pic x(12) value "REMINDER-1".
           03 filler pic x(12) value "REMINDER-2".
           03 filler pic x(12) value "FINAL-DEMAND".
       01 wk-level-name-rdf redefines wk-level-name-tbl.
           03 wk-level-name   pic x(12) occurs 3 times.
       01 wk-level-days-tbl.
           03 wk-level-days   binary-long occurs 3 times.
       01 wk-level-parm-tbl.
           03 filler pic x(30) value "CUSTDUN_LEVEL1_DAYS".
           03 filler pic x(30) value "CUSTDUN_LEVEL2_DAYS".
           03 filler pic x(30) value "CUSTDUN_FINAL_DAYS".
       01 wk-level-parm-rdf redefines wk-level-parm-tbl.
           03 wk-level-parm   pic x(30) occurs 3 times.
       01 wk-level-idx        binary-long.
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-target-level     binary-long.

      *> the whole history file, held and rewritten in place the way
      *> custappr holds its pending file; a dropped history is just
      *> a slot whose level has gone back to zero.
       78 wk-hist-slots       value 5000.
       01 wk-hist-count       binary-long value 0.
       01 wk-hist-tbl.
           03 wk-hist-entry occurs 5000 times.
               05 wk-hst-line     pic x(80).
       01 wk-hist-line-rdf.
           03 hst-customer-id     pic 9(05).
           03                     pic x(01).
           03 hst-level           pic 9(01).
           03                     pic x(01).
           03 hst-reached occurs 3 times.
               05 hst-reached-date pic x(10).
               05                  pic x(01).
           03 hst-letter-count    pic 9(03).
           03                     pic x(01).
           03 hst-last-letter-dt  pic x(10).
           03                     pic x(25).
       01 wk-hist-idx         binary-long.
       01 wk-found-idx        binary-long.
      *> a history too large for the table must refuse the run - the
      *> rewrite from a truncated table would forget which letters
      *> already went, and customers would get them twice.
       01 wk-hist-full-sw     pic x(01).
           88 wk-hist-overflow    value "Y" false "N".

      *> accounts under an ACTIVE custarr payment arrangement.
       78 wk-arr-slots        value 1000.
       01 wk-arr-count        binary-long value 0.
       01 wk-arr-tbl.
           03 wk-arr-id       pic 9(05) occurs 1000 times.
       01 wk-arr-idx          binary-long.
       01 wk-arr-full-sw      pic x(01) value "N".
           88 wk-arr-overflow     value "Y" false "N".
       01 wk-arr-sw           pic x(01).
           88 wk-under-arrangement value "Y" false "N".

       01 wk-scan-count       binary-long value 0.
       01 wk-held-count       binary-long value 0.
       01 wk-debit-count      binary-long value 0.
       01 wk-reset-count      binary-long value 0.
       01 wk-noaddr-count     binary-long value 0.
       01 wk-returned-count   binary-long value 0.
       01 wk-spool-fail-count binary-long value 0.
       01 wk-unaged-count     binary-long value 0.
       01 wk-untracked-count  binary-long value 0.
       01 wk-letter-tbl.
           03 wk-letter-count binary-long occurs 3 times.

      *> each level's letter as it goes into the correspondence
      *> spool: its document type and the line that sets its tone.
       01 wk-spl-type-tbl.
           03 filler pic x(08) value "DUNNING1".
           03 filler pic x(08) value "DUNNING2".
           03 filler pic x(08) value "DUNFINAL".
       01 wk-spl-type-rdf redefines wk-spl-type-tbl.
           03 wk-spl-type     pic x(08) occurs 3 times.
       01 wk-spl-tone-tbl.
           03 filler pic x(80) value
               "Please arrange payment at your earliest convenience.".
           03 filler pic x(80) value
               "This is our second reminder - please pay the " &
               "balance now.".
           03 filler pic x(80) value
               "FINAL DEMAND - unless the balance is paid within " &
               "14 days it goes to collection.".
       01 wk-spl-tone-rdf redefines wk-spl-tone-tbl.
           03 wk-spl-tone     pic x(80) occurs 3 times.
       01 wk-spl-customer-id  pic 9(05).
       01 wk-spl-producer     pic x(08) value "CUSTDUN".
       01 wk-spl-line         pic x(80).
       01 wk-spl-outcome      pic x(01).
       01 wk-spl-owed         pic s9(9)v99.
       01 wk-spl-owed-ed      pic z(8)9.99.

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
           03                  pic x(20) value "Open and in debit  :".
           03 rpt-debit-count  pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Reminder 1 letters :".
           03 rpt-level1-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Reminder 2 letters :".
           03 rpt-level2-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Final demands      :".
           03 rpt-level3-count pic zzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Histories reset    :".
           03 rpt-reset-count  pic zzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "No address on file :".
           03 rpt-noaddr-count pic zzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Unaged (bad date)  :".
           03 rpt-unaged-count pic zzzz9.
       01 wk-report-line9.
           03                  pic x(20) value "Not tracked (full) :".
           03 rpt-untrack-count pic zzzz9.
       01 wk-report-line10.
           03                  pic x(20) value "Held (arrangement) :".
           03 rpt-held-count   pic zzzz9.
       01 wk-report-line11.
           03                  pic x(20) value "Held returned mail :".
           03 rpt-returned-count pic zzzz9.

       procedure division.
       custdun-main.
           move 30 to wk-level-days(1)
           move 60 to wk-level-days(2)
           move 90 to wk-level-days(3)
           move 0 to wk-days-cfg
           accept wk-days-cfg from environment "CUSTDUN_LEVEL1_DAYS"
           if wk-days-cfg > 0
               move wk-days-cfg to wk-level-days(1)
           end-if
           move 0 to wk-days-cfg
           accept wk-days-cfg from environment "CUSTDUN_LEVEL2_DAYS"
           if wk-days-cfg > 0
               move wk-days-cfg to wk-level-days(2)
           end-if
           move 0 to wk-days-cfg
           accept wk-days-cfg from environment "CUSTDUN_FINAL_DAYS"
           if wk-days-cfg > 0
               move wk-days-cfg to wk-level-days(3)
           end-if
           move 0 to wk-letter-count(1) wk-letter-count(2)
               wk-letter-count(3)
           perform build-today-iso-date
           perform read-level-days
               varying wk-level-idx from 1 by 1
               until wk-level-idx > 3
           if wk-parm-unreadable
               display "custdun: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           perform load-history-file
           perform load-active-arrangements
           if wk-hist-overflow
               display "custdun: custdun-history.dat holds more rows "
                   "than the table - run refused so no letter can "
                   "go out twice"
               goback returning 1
           end-if
           if wk-arr-overflow
               display "custdun: custarr-plans.dat holds more than "
                   wk-arr-slots " ACTIVE plans - run refused so no "
                   "customer under an arrangement is dunned"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custdun: unable to open customers master"
               goback returning 1
           end-if

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform dun-one-account
               end-if
           end-perform

           close cust

           perform write-history-file
           perform write-summary-report
           display "custdun: " wk-debit-count " account(s) in debit, "
               wk-letter-count(1) "/" wk-letter-count(2) "/"
               wk-letter-count(3) " letter(s) by level"
           if wk-spool-fail-count > 0
               display "custdun: " wk-spool-fail-count " letter(s) "
                   "not spooled - their levels are left for the "
                   "next run"
               goback returning 1
           end-if
           goback returning 0.

      *> an account whose debt has cleared loses its history; an open
      *> account still in debit climbs to the level its inactivity
      *> earns, and only a level not reached before produces a letter.
       dun-one-account section.
           perform find-history-entry
           if customer-balance not numeric
               exit section
           end-if
           if customer-balance >= 0
               if wk-found-idx > 0
                   perform drop-history-entry
               end-if
               exit section
           end-if
           if not customer-acct-open
               exit section
           end-if
           add 1 to wk-debit-count
           perform check-arrangement
           if wk-under-arrangement
               add 1 to wk-held-count
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
           if wk-diff-valid not equal "Y"
               add 1 to wk-unaged-count
               exit section
           end-if

           move 0 to wk-target-level
           perform pick-dunning-level
               varying wk-level-idx from 1 by 1
               until wk-level-idx > 3
           if wk-target-level = 0
               exit section
           end-if

           if wk-found-idx = 0
               perform add-history-entry
               if wk-found-idx = 0
                   add 1 to wk-untracked-count
                   exit section
               end-if
           end-if
           move wk-hst-line(wk-found-idx) to wk-hist-line-rdf
           if wk-target-level <= hst-level
               exit section
           end-if

      *> the letter is spooled first; only one the spool took, or
      *> held for its address, marks the level reached.
           perform write-letter-row
           if wk-spl-outcome not equal "S"
               and wk-spl-outcome not equal "R"
               and wk-spl-outcome not equal "N"
               exit section
           end-if
           move wk-target-level to hst-level
           move wk-today-iso to hst-reached-date(wk-target-level)
           add 1 to hst-letter-count
           move wk-today-iso to hst-last-letter-dt
           move wk-hist-line-rdf to wk-hst-line(wk-found-idx)
           add 1 to wk-letter-count(wk-target-level)
           exit section
           .

       check-arrangement section.
           set wk-under-arrangement to false
           perform match-arrangement
               varying wk-arr-idx from 1 by 1
               until wk-arr-idx > wk-arr-count
                  or wk-under-arrangement
           exit section
           .

       match-arrangement section.
           if wk-arr-id(wk-arr-idx) = customer-id
               set wk-under-arrangement to true
           end-if
           exit section
           .

       load-active-arrangements section.
           open input plan-file
           if not wk-plan-ok-status
               exit section
           end-if
           set wk-plan-ok-status to true
           perform until not wk-plan-ok-status
               read plan-file
               if not wk-plan-eof-status
                   if pln-status equal "ACTIVE"
                       if wk-arr-count < wk-arr-slots
                           add 1 to wk-arr-count
                           move pln-customer-id
                               to wk-arr-id(wk-arr-count)
                       else
                           set wk-arr-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close plan-file
           exit section
           .

       pick-dunning-level section.
           if wk-diff-days >= wk-level-days(wk-level-idx)
               move wk-level-idx to wk-target-level
           end-if
           exit section
           .

       find-history-entry section.
           move 0 to wk-found-idx
           perform match-history-entry
               varying wk-hist-idx from 1 by 1
               until wk-hist-idx > wk-hist-count
                  or wk-found-idx > 0
           exit section
           .

       match-history-entry section.
           move wk-hst-line(wk-hist-idx) to wk-hist-line-rdf
           if hst-customer-id = customer-id
               and hst-level > 0
               move wk-hist-idx to wk-found-idx
           end-if
           exit section
           .

       add-history-entry section.
           if wk-hist-count >= wk-hist-slots
               exit section
           end-if
           add 1 to wk-hist-count
           move wk-hist-count to wk-found-idx
           move spaces to wk-hist-line-rdf
           move customer-id to hst-customer-id
           move 0 to hst-level
           move 0 to hst-letter-count
           move wk-hist-line-rdf to wk-hst-line(wk-found-idx)
           exit section
           .

       drop-history-entry section.
           move wk-hst-line(wk-found-idx) to wk-hist-line-rdf
           move 0 to hst-level
           move wk-hist-line-rdf to wk-hst-line(wk-found-idx)
           add 1 to wk-reset-count
           exit section
           .

      *> as for custdorm's notices, a missing address does not stop
      *> the cycle: the spool holds the letter and it is counted.
       write-letter-row section.
           move customer-id to wk-spl-customer-id
           call "CORRSPL-BEGIN" using
               by reference wk-spl-type(wk-target-level)
               by reference wk-spl-customer-id
               by reference wk-spl-producer
           end-call
           move spaces to wk-spl-line
           string "Dear " function trim(customer-fname) " "
               function trim(customer-sname) ","
               delimited by size into wk-spl-line
           perform spool-letter-line
           move spaces to wk-spl-line
           perform spool-letter-line
           compute wk-spl-owed = 0 - customer-balance
           move wk-spl-owed to wk-spl-owed-ed
           move spaces to wk-spl-line
           string "Your account " customer-id " is overdrawn by "
               function trim(wk-spl-owed-ed) "."
               delimited by size into wk-spl-line
           perform spool-letter-line
           move wk-spl-tone(wk-target-level) to wk-spl-line
           perform spool-letter-line
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
                   display "custdun: letter for customer " customer-id
                       " not spooled - corrspl outcome "
                       wk-spl-outcome
           end-evaluate
           exit section
           .

       spool-letter-line section.
           call "CORRSPL-LINE" using by reference wk-spl-line
           end-call
           exit section
           .

       load-history-file section.
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   if wk-hist-count < wk-hist-slots
                       add 1 to wk-hist-count
                       move history-rec to wk-hst-line(wk-hist-count)
                   else
                       set wk-hist-overflow to true
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

      *> only accounts still in the cycle are written back; a slot
      *> whose level went to zero is the reset history disappearing.
       write-history-file section.
           open output history-file
           if not wk-history-ok-status
               display "custdun: unable to rewrite "
                   "custdun-history.dat"
               exit section
           end-if
           perform write-history-row
               varying wk-hist-idx from 1 by 1
               until wk-hist-idx > wk-hist-count
           close history-file
           exit section
           .

       write-history-row section.
           move wk-hst-line(wk-hist-idx) to wk-hist-line-rdf
           if hst-level > 0
               write history-rec from wk-hist-line-rdf
           end-if
           exit section
           .

      *> one level's day floor as of today, from the parameter file
      *> when it has a value in force.
       read-level-days section.
           move wk-level-days(wk-level-idx) to wk-parm-value
           call "BIZPARM-GET" using
               by reference wk-level-parm(wk-level-idx)
               by reference wk-today-ymd
               by reference wk-parm-value
               by reference wk-parm-found
           end-call
           move wk-parm-value to wk-level-days(wk-level-idx)
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
           move wk-debit-count to rpt-debit-count
           move wk-letter-count(1) to rpt-level1-count
           move wk-letter-count(2) to rpt-level2-count
           move wk-letter-count(3) to rpt-level3-count
           move wk-reset-count to rpt-reset-count
           move wk-noaddr-count to rpt-noaddr-count
           move wk-unaged-count to rpt-unaged-count
           move wk-untracked-count to rpt-untrack-count
           move wk-held-count to rpt-held-count
           move wk-returned-count to rpt-returned-count
           open output report-file
           if not wk-report-ok-status
               display "custdun: unable to open custdun-report.txt"
           else
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               write report-rec from wk-report-line5
               write report-rec from wk-report-line6
               write report-rec from wk-report-line7
               write report-rec from wk-report-line8
               write report-rec from wk-report-line9
               write report-rec from wk-report-line10
               write report-rec from wk-report-line11
               close report-file
           end-if
           exit section
           .

       end program custdun.
