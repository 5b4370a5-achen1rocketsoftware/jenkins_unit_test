      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTRCOV is the return leg of custplac's agency placement:
      * the agency's recovery file (the CUSTRCOVIN DD) is turned into
      * CUSTPOSTIN payment rows (the CUSTRCOVOUT DD, trailer row
      * included) so recovered money goes through custpost's normal
      * audit, ledger and GL path instead of being keyed by hand -
      * the same side-door rule custaccr follows.
      *
      * The agency file carries the HDR/TRL envelope:
      *   HDR date(10) source(10)
      *   customer-id 9(5) amount 9(7)v99 recovery-date x(10)
      *   TRL count 9(8) amount 9(11)v99
      * A file whose trailer does not agree with its rows is refused
      * whole - nothing is written - exactly as custpost refuses an
      * out-of-balance CUSTPOSTIN. A file that proves is then looked
      * up on the processed-feed register (feedreg) by its header
      * date and source, trailer count and customer-id hash: one the
      * agency has sent before is refused, so a re-send can neither
      * raise its payments twice nor count its recoveries twice
      * against the register. A file converted is recorded there
      * once its payments and the register have been written.
      *
      * Only an account PLACED on custplac-placed.dat can recover
      * money; any other row goes to custrcov-rejects.dat with the
      * reason. Each accepted recovery is added to the register's
      * recovered amount, and an account whose recoveries reach the
      * balance placed moves to RECOVERD. Counts land in
      * custrcov-report.txt.
      *****************************************************************
       identification division.
       program-id. custrcov.
       environment division.
       input-output section.
           file-control.
           select recovery-file assign external custrcovin
           organization is line sequential
           file status is wk-recovery-status.

           select post-file assign external custrcovout
           organization is line sequential
           file status is wk-post-status.

           select placed-file assign to "custplac-placed.dat"
           organization is line sequential
           file status is wk-placed-status.

           select reject-file assign to "custrcov-rejects.dat"
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to "custrcov-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd recovery-file.
       01 recovery-rec.
           03 rcv-customer-id     pic x(05).
           03 rcv-amount          pic 9(07)v99.
           03 rcv-date            pic x(10).
       01 recovery-hdr-rec.
           03 rcv-hdr-tag         pic x(03).
           03 rcv-hdr-date        pic x(10).
           03 rcv-hdr-source      pic x(10).
       01 recovery-trl-rec.
           03 rcv-trl-tag         pic x(03).
           03 rcv-trl-count       pic 9(08).
           03 rcv-trl-amount      pic 9(11)v99.

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

       fd placed-file.
       01 placed-rec              pic x(60).

       fd reject-file.
       01 reject-rec              pic x(70).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-recovery-status  pic xx.
           88 wk-recovery-ok-status  value "00".
           88 wk-recovery-eof-status value "10".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-placed-status    pic xx.
           88 wk-placed-ok-status   value "00".
           88 wk-placed-eof-status  value "10".
       01 wk-reject-status    pic xx.
           88 wk-reject-ok-status   value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

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
       01 wk-found-idx        binary-long.
       01 wk-plc-full-sw      pic x(01).
           88 wk-plc-overflow     value "Y" false "N".

      *> pass one totals the rows against the trailer before a single
      *> payment row is written.
       01 wk-row-count        binary-long value 0.
       01 wk-row-amount       pic 9(11)v99 value 0.
       01 wk-trl-seen-sw      pic x(01).
           88 wk-trl-seen         value "Y" false "N".
       01 wk-trl-count        pic 9(08) value 0.
       01 wk-trl-amount       pic 9(11)v99 value 0.
       01 wk-id-hash          binary-double value 0.
       01 wk-id-hash-d        pic 9(10).

      *> the processed-feed register: the agency file's fingerprint
      *> (header date and source, trailer count, customer-id hash)
      *> is refused when already applied, and recorded once tonight's
      *> payments and register are written.
       01 wk-feed-program     pic x(30) value "custrcov".
       01 wk-feed-date        pic x(10) value spaces.
       01 wk-feed-source      pic x(10) value spaces.
       01 wk-feed-count-d     pic 9(08).
       01 wk-feed-result      pic x(01).

       01 wk-in-count         binary-long value 0.
       01 wk-post-count       binary-long value 0.
       01 wk-post-amount      pic 9(11)v99 value 0.
       01 wk-reject-count     binary-long value 0.
       01 wk-cleared-count    binary-long value 0.
       01 wk-reject-reason    pic x(40).
       01 wk-rcv-id           pic 9(05).

       01 wk-reject-line.
           03 rej-row             pic x(24).
           03                     pic x(01) value spaces.
           03 rej-reason          pic x(40).

       01 wk-report-line1.
           03                  pic x(20) value "Recovery rows read :".
           03 rpt-in-count     pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Payments written   :".
           03 rpt-post-count   pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Amount recovered   :".
           03 rpt-post-amount  pic z(10)9.99.
       01 wk-report-line4.
           03                  pic x(20) value "Rows rejected      :".
           03 rpt-reject-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Fully recovered    :".
           03 rpt-cleared-count pic zzzz9.

       procedure division.
       custrcov-main.
           perform prove-recovery-envelope
           if return-code not = 0
               goback returning 1
           end-if

           perform load-placement-register
           if wk-plc-overflow
               display "custrcov: custplac-placed.dat holds more "
                   "rows than the table - run refused so no "
                   "recovery is lost to a truncated rewrite"
               goback returning 1
           end-if

           open input recovery-file
           if not wk-recovery-ok-status
               display "custrcov: unable to open CUSTRCOVIN"
               goback returning 1
           end-if
           open output post-file
           if not wk-post-ok-status
               display "custrcov: unable to open CUSTRCOVOUT"
               close recovery-file
               goback returning 1
           end-if
           open output reject-file
           if not wk-reject-ok-status
               display "custrcov: unable to open custrcov-rejects.dat"
               close recovery-file post-file
               goback returning 1
           end-if

           set wk-recovery-ok-status to true
           perform until not wk-recovery-ok-status
               read recovery-file
               if not wk-recovery-eof-status
                   if rcv-customer-id(1:3) not equal "HDR"
                       and rcv-customer-id(1:3) not equal "TRL"
                       add 1 to wk-in-count
                       perform convert-one-recovery
                   end-if
               end-if
           end-perform
           close recovery-file

           move "TRL" to pst-trl-tag
           move wk-post-count to pst-trl-count
           move wk-post-amount to pst-trl-amount
           write post-trl-rec
           close post-file
           close reject-file

           perform write-placement-register
           call "FEEDREG-RECORD" using
               by reference wk-feed-program
               by reference wk-feed-date
               by reference wk-feed-source
               by reference wk-feed-count-d
               by reference wk-id-hash-d
           end-call
           perform write-summary-report
           display "custrcov: " wk-post-count " recovery payment(s) "
               "written, " wk-reject-count " rejected"
           goback returning 0.

      *> the whole agency file is totalled against its trailer first;
      *> a missing or disagreeing trailer refuses the file.
       prove-recovery-envelope section.
           move 0 to return-code
           open input recovery-file
           if not wk-recovery-ok-status
               display "custrcov: unable to open CUSTRCOVIN"
               move 1 to return-code
               exit section
           end-if
           set wk-trl-seen to false
           set wk-recovery-ok-status to true
           perform until not wk-recovery-ok-status
               read recovery-file
               if not wk-recovery-eof-status
                   evaluate rcv-customer-id(1:3)
                       when "HDR"
                           move rcv-hdr-date to wk-feed-date
                           move rcv-hdr-source to wk-feed-source
                       when "TRL"
                           set wk-trl-seen to true
                           move rcv-trl-count to wk-trl-count
                           move rcv-trl-amount to wk-trl-amount
                       when other
                           add 1 to wk-row-count
                           if rcv-amount numeric
                               add rcv-amount to wk-row-amount
                           end-if
                           if rcv-customer-id numeric
                               add function numval(rcv-customer-id)
                                   to wk-id-hash
                           end-if
                   end-evaluate
               end-if
           end-perform
           close recovery-file

           if not wk-trl-seen
               display "custrcov: agency file has no TRL row - "
                   "refused"
               move 1 to return-code
               exit section
           end-if
           if wk-trl-count not = wk-row-count
               or wk-trl-amount not = wk-row-amount
               display "custrcov: agency file trailer disagrees with "
                   "its rows - refused"
               move 1 to return-code
               exit section
           end-if

      *> a file that proves is checked against the processed-feed
      *> register - the same file re-sent by the agency carries the
      *> same fingerprint and is refused here.
           move wk-trl-count to wk-feed-count-d
           compute wk-id-hash-d =
               function mod(wk-id-hash, 10000000000)
           call "FEEDREG-CHECK" using
               by reference wk-feed-program
               by reference wk-feed-date
               by reference wk-feed-source
               by reference wk-feed-count-d
               by reference wk-id-hash-d
               by reference wk-feed-result
           end-call
           if wk-feed-result equal "D"
               display "custrcov: agency file refused - already "
                   "processed"
               move 1 to return-code
           end-if
           exit section
           .

      *> a recovery for a PLACED account becomes a CUSTPOSTIN payment
      *> and is added to the register; anything else is rejected.
       convert-one-recovery section.
           move spaces to wk-reject-reason
           evaluate true
               when rcv-customer-id not numeric
                   move "customer-id not numeric" to wk-reject-reason
               when rcv-amount not numeric
                   move "amount not numeric" to wk-reject-reason
               when rcv-amount = 0
                   move "amount is zero" to wk-reject-reason
           end-evaluate
           if wk-reject-reason equal spaces
               move rcv-customer-id to wk-rcv-id
               move 0 to wk-found-idx
               perform match-placed-account
                   varying wk-plc-idx from 1 by 1
                   until wk-plc-idx > wk-plc-count
                      or wk-found-idx > 0
               if wk-found-idx = 0
                   move "account was never placed" to wk-reject-reason
               else
                   move wk-plc-line(wk-found-idx) to wk-plc-line-rdf
                   if plc-status not equal "PLACED"
                       move "account no longer placed"
                           to wk-reject-reason
                   end-if
               end-if
           end-if
           if wk-reject-reason not equal spaces
               move recovery-rec to rej-row
               move wk-reject-reason to rej-reason
               write reject-rec from wk-reject-line
               add 1 to wk-reject-count
               exit section
           end-if

           move wk-rcv-id to pst-customer-id
           move "P" to pst-type
           move rcv-amount to pst-amount
           move rcv-date to pst-date
           write post-rec
           add 1 to wk-post-count
           add rcv-amount to wk-post-amount

           add rcv-amount to plc-recovered-amount
           if plc-recovered-amount >= plc-placed-amount
               move "RECOVERD" to plc-status
               add 1 to wk-cleared-count
           end-if
           move wk-plc-line-rdf to wk-plc-line(wk-found-idx)
           exit section
           .

       match-placed-account section.
           move wk-plc-line(wk-plc-idx) to wk-plc-line-rdf
           if plc-customer-id = wk-rcv-id
               move wk-plc-idx to wk-found-idx
           end-if
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
           if wk-plc-count = 0
               exit section
           end-if
           open output placed-file
           if not wk-placed-ok-status
               display "custrcov: unable to rewrite "
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

       write-summary-report section.
           move wk-in-count to rpt-in-count
           move wk-post-count to rpt-post-count
           move wk-post-amount to rpt-post-amount
           move wk-reject-count to rpt-reject-count
           move wk-cleared-count to rpt-cleared-count
           open output report-file
           if not wk-report-ok-status
               display "custrcov: unable to open custrcov-report.txt"
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

       end program custrcov.
