      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTREORG reorganizes the indexed "customers" master. Months
      * of custmnt deletes, custpurg archiving and custmrgu absorbs
      * leave the file full of dead space, and every nightly scan
      * (custage, custdorm, custdqpx) pays for it. This rebuilds the
      * file fresh, in key order, and proves it before it goes live:
      *   1. unload the master in key order to customers-reorg.unl,
      *      applying custvfy's structural rules on the way - every
      *      record readable, every key strictly ascending - with the
      *      record count and customer-id hash taken as it goes
      *   2. read the unload back and prove its count and hash equal
      *      the walk's; the latest whole-master control record in
      *      mfut-control-totals.dat (custload, custbkup, custpitr or
      *      an earlier reorg) is compared too, its differences
      *      reported as drift the way custvfy reports them
      *   3. load the unload into a fresh staging file,
      *      customers-reorg.dat, and prove its count and hash
      *   4. copy the live master to customers-prereorg.dat, the
      *      fallback, and prove that copy's count
      *   5. rebuild the live master from the staging file and walk
      *      it once more; a count or hash that does not match puts
      *      the fallback back over the live master and ends RC 1
      * Any failure before step 5 leaves the live master untouched.
      * The mstrlock writer lock is held from before the unload to
      * after the proof, so no write can land in between, and the
      * run is gated through mfutauth like every other master
      * writer.
      *
      * custreorg-report.txt carries the record counts, the id hash,
      * the master's size on disk before and after (the "customers"
      * DD's path, its ".idx" companion included when there is one)
      * and the elapsed time; the rebuilt master's count and hash
      * also go to the central control totals through ctltotal.
      *****************************************************************
       identification division.
       program-id. custreorg.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

      *> the staging file and the fallback copy carry the master's
      *> layout under their own key name, so either can be open with
      *> the live master at once - custgen's generation-file device.
           select work-master assign to wk-work-filename
           organization is indexed
           access mode is sequential
           record key is wrk-customer-id
           file status is wk-work-status.

           select unload-file assign to "customers-reorg.unl"
           organization is line sequential
           file status is wk-unload-status.

           select control-file assign to "mfut-control-totals.dat"
           organization is line sequential
           file status is wk-control-status.

           select report-file assign to "custreorg-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd work-master.
       01 work-rec.
           03 wrk-customer-id     pic 9(05).
           03 filler              pic x(60).

       fd unload-file.
       01 unload-rec.
           03 unl-customer-id     pic 9(05).
           03 filler              pic x(60).

       fd control-file.
       01 control-rec.
           03 ctl-program         pic x(30).
           03                     pic x(01).
           03 ctl-run-id          pic x(20).
           03                     pic x(01).
           03 ctl-date            pic 9(08).
           03                     pic x(01).
           03 ctl-time            pic 9(08).
           03                     pic x(01).
           03 ctl-records-in      pic 9(08).
           03                     pic x(01).
           03 ctl-records-out     pic 9(08).
           03                     pic x(01).
           03 ctl-id-hash         pic 9(10).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-work-status      pic xx.
           88 wk-work-ok-status     value "00".
           88 wk-work-eof-status    value "10".
       01 wk-unload-status    pic xx.
           88 wk-unload-ok-status   value "00".
           88 wk-unload-eof-status  value "10".
       01 wk-control-status   pic xx.
           88 wk-control-ok-status  value "00".
           88 wk-control-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-work-filename    pic x(30).
       01 wk-stage-filename   pic x(30) value "customers-reorg.dat".
       01 wk-fallback-filename pic x(30)
           value "customers-prereorg.dat".

      *> the walk of the live master, the figures every later copy
      *> has to reproduce.
       01 wk-walk-count       binary-long value 0.
       01 wk-walk-hash        binary-double value 0.
       01 wk-prev-id          binary-long value -1.
       01 wk-damage-count     binary-long value 0.

      *> the count and hash of whichever copy is being proved.
       01 wk-copy-count       binary-long.
       01 wk-copy-hash        binary-double.
       01 wk-rebuilt-count    binary-long value 0.
       01 wk-restored-count   binary-long value 0.
       01 wk-drift-count      binary-long value 0.
       01 wk-hash-d           pic 9(10).

       01 wk-run-failed-sw    pic x(01) value "N".
           88 wk-run-failed       value "Y" false "N".
       01 wk-swapped-sw       pic x(01) value "N".
           88 wk-master-swapped   value "Y" false "N".

       01 wk-ctl-seen-sw      pic x(01) value "N".
           88 wk-ctl-seen         value "Y" false "N".
       01 wk-ctl-from         pic x(30).
       01 wk-ctl-count        binary-long.
       01 wk-ctl-hash-save    pic 9(10).
       01 wk-ctl-program      pic x(30) value "custreorg".
       01 wk-ctl-hash         pic 9(10).

      *> the master's path on disk for the size figures: the
      *> "customers" DD as the environment maps it.
       01 wk-master-path      pic x(256).
       01 wk-size-path        pic x(256).
       01 wk-file-details.
           03 wk-fd-size          pic x(08) comp-x.
           03 wk-fd-day           pic x(01) comp-x.
           03 wk-fd-month         pic x(01) comp-x.
           03 wk-fd-year          pic x(02) comp-x.
           03 wk-fd-hours         pic x(01) comp-x.
           03 wk-fd-minutes       pic x(01) comp-x.
           03 wk-fd-seconds       pic x(01) comp-x.
           03 wk-fd-hundredths    pic x(01) comp-x.
       01 wk-size-total       binary-double.
       01 wk-size-before      binary-double value 0.
       01 wk-size-after       binary-double value 0.

       01 wk-start-time       pic 9(08).
       01 wk-end-time         pic 9(08).
       01 wk-clock            pic 9(08).
       01 wk-clock-parts redefines wk-clock.
           03 wk-clk-hh           pic 9(02).
           03 wk-clk-mm           pic 9(02).
           03 wk-clk-ss           pic 9(02).
           03 wk-clk-cc           pic 9(02).
       01 wk-clock-cs         binary-long.
       01 wk-start-cs         binary-long.
       01 wk-elapsed-cs       binary-long.

       01 wk-auth-program     pic x(30) value "custreorg".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-lock-program     pic x(30) value "custreorg".
       01 wk-lock-result      pic x(01).
           88 wk-lock-held        value "Y" false "N".

       01 wk-report-line1.
           03                  pic x(20) value "Records unloaded   :".
           03 rpt-walk-count   pic zzzzzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Records rebuilt    :".
           03 rpt-rebuilt-count pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Customer-id hash   :".
           03 rpt-id-hash      pic 9(10).
       01 wk-report-line4.
           03                  pic x(20) value "Size before (bytes):".
           03 rpt-size-before  pic zzzzzzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Size after (bytes) :".
           03 rpt-size-after   pic zzzzzzzzzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Elapsed (seconds)  :".
           03 rpt-elapsed      pic zzzzz9.99.
       01 wk-report-line7.
           03                  pic x(20) value "Control drift      :".
           03 rpt-drift-count  pic zzzzzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Outcome            :".
           03 rpt-outcome      pic x(40).

       procedure division.
       custreorg-main.
           accept wk-start-time from time
           move wk-start-time to wk-clock
           perform clock-to-centiseconds
           move wk-clock-cs to wk-start-cs

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               goback returning 1
           end-if

           perform resolve-master-path
           perform measure-file-size
           move wk-size-total to wk-size-before

           perform unload-master
           if not wk-run-failed
               perform prove-unload
           end-if
           if not wk-run-failed
               perform compare-control-record
               perform build-staging-file
           end-if
           if not wk-run-failed
               perform save-fallback-copy
           end-if
           if not wk-run-failed
               perform swap-in-rebuilt-master
           end-if

           call "MSTRLOCK-RELEASE"
           end-call

           perform measure-file-size
           move wk-size-total to wk-size-after
           accept wk-end-time from time
           move wk-end-time to wk-clock
           perform clock-to-centiseconds
           compute wk-elapsed-cs = wk-clock-cs - wk-start-cs
           if wk-elapsed-cs < 0
               add 8640000 to wk-elapsed-cs
           end-if

           perform write-reorg-report
           if wk-run-failed
               goback returning 1
           end-if
           move wk-walk-hash to wk-copy-hash
           perform hash-to-ten-digits
           move wk-hash-d to wk-ctl-hash
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-walk-count
                                  by reference wk-rebuilt-count
                                  by reference wk-ctl-hash
           end-call
           display "custreorg: master reorganized - "
               rpt-rebuilt-count " record(s), size "
               rpt-size-before " byte(s) before, " rpt-size-after
               " after"
           goback returning 0.

      *> custvfy's structural rules, applied as the unload is taken:
      *> a read error short of end-of-file, or a key that does not
      *> climb, abandons the reorganization with the master as it was.
       unload-master section.
           open input cust
           if not wk-cust-ok-status
               display "custreorg: unable to open customers master"
               set wk-run-failed to true
               exit section
           end-if
           open output unload-file
           if not wk-unload-ok-status
               display "custreorg: unable to open customers-reorg.unl"
               close cust
               set wk-run-failed to true
               exit section
           end-if
           set wk-cust-ok-status to true
           perform unload-one-record
               until not wk-cust-ok-status
           if not wk-cust-eof-status
               display "custreorg: read failed mid-unload with status "
                   wk-cust-status " after " wk-walk-count
                   " record(s)"
               add 1 to wk-damage-count
           end-if
           close cust
           close unload-file
           if wk-damage-count > 0
               display "custreorg: master fails verification - "
                   wk-damage-count " structural problem(s); run "
                   "custvfy, nothing reorganized"
               set wk-run-failed to true
           end-if
           exit section
           .

       unload-one-record section.
           read cust next record
           if not wk-cust-ok-status
               exit section
           end-if
           add 1 to wk-walk-count
           if customer-id not > wk-prev-id
               display "custreorg: key out of sequence at record "
                   wk-walk-count " (id " customer-id ")"
               add 1 to wk-damage-count
           end-if
           move customer-id to wk-prev-id
           add customer-id to wk-walk-hash
           write unload-rec from cust-file
           exit section
           .

       prove-unload section.
           move 0 to wk-copy-count
           move 0 to wk-copy-hash
           open input unload-file
           if not wk-unload-ok-status
               display "custreorg: unable to reopen customers-reorg.unl"
               set wk-run-failed to true
               exit section
           end-if
           set wk-unload-ok-status to true
           perform until not wk-unload-ok-status
               read unload-file
               if not wk-unload-eof-status
                   add 1 to wk-copy-count
                   add unl-customer-id to wk-copy-hash
               end-if
           end-perform
           close unload-file
           if wk-copy-count not = wk-walk-count
               or wk-copy-hash not = wk-walk-hash
               display "custreorg: unload does not match the master - "
                   wk-copy-count " record(s) unloaded, "
                   wk-walk-count " walked; nothing reorganized"
               set wk-run-failed to true
           end-if
           exit section
           .

      *> the latest control record that describes the whole master;
      *> maintenance since it was written is legitimate, so its
      *> differences are drift to report, not a reason to stop.
       compare-control-record section.
           open input control-file
           if not wk-control-ok-status
               display "custreorg: no control totals to compare"
               exit section
           end-if
           set wk-control-ok-status to true
           perform until not wk-control-ok-status
               read control-file
               if not wk-control-eof-status
                   if ctl-program equal "custload"
                       or ctl-program equal "custbkup"
                       or ctl-program equal "custpitr"
                       or ctl-program equal "custreorg"
                       set wk-ctl-seen to true
                       move ctl-program to wk-ctl-from
                       move ctl-records-out to wk-ctl-count
                       move ctl-id-hash to wk-ctl-hash-save
                   end-if
               end-if
           end-perform
           close control-file
           if not wk-ctl-seen
               display "custreorg: no whole-master control record "
                   "to compare"
               exit section
           end-if
           move wk-walk-hash to wk-copy-hash
           perform hash-to-ten-digits
           if wk-walk-count not = wk-ctl-count
               display "custreorg: record count " wk-walk-count
                   " differs from " wk-ctl-from
               display "custreorg:   control record count "
                   wk-ctl-count
               add 1 to wk-drift-count
           end-if
           if wk-hash-d not = wk-ctl-hash-save
               display "custreorg: id hash differs from "
                   wk-ctl-from
               add 1 to wk-drift-count
           end-if
           exit section
           .

       build-staging-file section.
           move wk-stage-filename to wk-work-filename
           open input unload-file
           if not wk-unload-ok-status
               display "custreorg: unable to reopen customers-reorg.unl"
               set wk-run-failed to true
               exit section
           end-if
           open output work-master
           if not wk-work-ok-status
               display "custreorg: unable to open " wk-work-filename
               close unload-file
               set wk-run-failed to true
               exit section
           end-if
           set wk-unload-ok-status to true
           perform until not wk-unload-ok-status
               read unload-file
               if not wk-unload-eof-status
                   write work-rec from unload-rec
                   if not wk-work-ok-status
                       display "custreorg: staging write failed for id "
                           unl-customer-id " with status "
                           wk-work-status
                       set wk-run-failed to true
                   end-if
               end-if
           end-perform
           close unload-file
           close work-master
           if wk-run-failed
               exit section
           end-if
           perform walk-work-master
           if wk-copy-count not = wk-walk-count
               or wk-copy-hash not = wk-walk-hash
               display "custreorg: staging file does not prove - "
                   wk-copy-count " record(s) against "
                   wk-walk-count "; nothing reorganized"
               set wk-run-failed to true
           end-if
           exit section
           .

      *> the live master as it stands, copied whole before it is
      *> touched.
       save-fallback-copy section.
           move wk-fallback-filename to wk-work-filename
           open input cust
           if not wk-cust-ok-status
               display "custreorg: unable to reopen customers master"
               set wk-run-failed to true
               exit section
           end-if
           open output work-master
           if not wk-work-ok-status
               display "custreorg: unable to open " wk-work-filename
               close cust
               set wk-run-failed to true
               exit section
           end-if
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   write work-rec from cust-file
               end-if
           end-perform
           close cust
           close work-master
           perform walk-work-master
           if wk-copy-count not = wk-walk-count
               or wk-copy-hash not = wk-walk-hash
               display "custreorg: fallback copy does not prove - "
                   wk-copy-count " record(s) against "
                   wk-walk-count "; nothing reorganized"
               set wk-run-failed to true
           end-if
           exit section
           .

      *> the rebuild proper: the live master recreated from the
      *> staging file, then walked once more. Only a proof that fails
      *> here brings the fallback back.
       swap-in-rebuilt-master section.
           move wk-stage-filename to wk-work-filename
           open input work-master
           if not wk-work-ok-status
               display "custreorg: unable to reopen " wk-work-filename
               set wk-run-failed to true
               exit section
           end-if
           open output cust
           if not wk-cust-ok-status
               display "custreorg: unable to rebuild customers master"
               close work-master
               set wk-run-failed to true
               exit section
           end-if
           set wk-master-swapped to true
           set wk-work-ok-status to true
           perform until not wk-work-ok-status
               read work-master next record
               if not wk-work-eof-status
                   write cust-file from work-rec
                   if wk-cust-ok-status
                       add 1 to wk-rebuilt-count
                   end-if
               end-if
           end-perform
           close work-master
           close cust

           move 0 to wk-copy-count
           move 0 to wk-copy-hash
           open input cust
           if wk-cust-ok-status
               set wk-cust-ok-status to true
               perform until not wk-cust-ok-status
                   read cust next record
                   if not wk-cust-eof-status
                       add 1 to wk-copy-count
                       add customer-id to wk-copy-hash
                   end-if
               end-perform
               close cust
           end-if
           if wk-copy-count not = wk-walk-count
               or wk-copy-hash not = wk-walk-hash
               display "custreorg: rebuilt master does not prove - "
                   wk-copy-count " record(s) against "
                   wk-walk-count "; restoring the fallback"
               set wk-run-failed to true
               perform restore-fallback-copy
               exit section
           end-if
           move wk-stage-filename to wk-work-filename
           delete file work-master
           delete file unload-file
           exit section
           .

       restore-fallback-copy section.
           move wk-fallback-filename to wk-work-filename
           open input work-master
           if not wk-work-ok-status
               display "custreorg: unable to open " wk-work-filename
                   " - restore the master from it by hand"
               exit section
           end-if
           open output cust
           if not wk-cust-ok-status
               display "custreorg: unable to reopen customers master"
                   " - restore it from " wk-work-filename
               close work-master
               exit section
           end-if
           set wk-work-ok-status to true
           perform until not wk-work-ok-status
               read work-master next record
               if not wk-work-eof-status
                   write cust-file from work-rec
                   add 1 to wk-restored-count
               end-if
           end-perform
           close work-master
           close cust
           display "custreorg: fallback restored over the live "
               "master, " wk-restored-count " record(s)"
           exit section
           .

       walk-work-master section.
           move 0 to wk-copy-count
           move 0 to wk-copy-hash
           open input work-master
           if not wk-work-ok-status
               exit section
           end-if
           set wk-work-ok-status to true
           perform until not wk-work-ok-status
               read work-master next record
               if not wk-work-eof-status
                   add 1 to wk-copy-count
                   add wrk-customer-id to wk-copy-hash
               end-if
           end-perform
           close work-master
           exit section
           .

       hash-to-ten-digits section.
           compute wk-hash-d =
               function mod(wk-copy-hash, 10000000000)
           exit section
           .

      *> the "customers" DD's path the way the runtime maps it, for
      *> the size figures only.
       resolve-master-path section.
           move spaces to wk-master-path
           accept wk-master-path from environment "dd_customers"
           if wk-master-path equal spaces
               accept wk-master-path from environment "customers"
           end-if
           if wk-master-path equal spaces
               move "customers" to wk-master-path
           end-if
           exit section
           .

      *> the file and its ".idx" companion, where the file system
      *> keeps the index apart; a file that is not there counts zero.
       measure-file-size section.
           move 0 to wk-size-total
           call "CBL_CHECK_FILE_EXIST" using
               by reference wk-master-path
               by reference wk-file-details
           end-call
           if return-code = 0
               add wk-fd-size to wk-size-total
           end-if
           move spaces to wk-size-path
           string wk-master-path delimited by space
               ".idx" delimited by size
               into wk-size-path
           end-string
           call "CBL_CHECK_FILE_EXIST" using
               by reference wk-size-path
               by reference wk-file-details
           end-call
           if return-code = 0
               add wk-fd-size to wk-size-total
           end-if
           move 0 to return-code
           exit section
           .

       clock-to-centiseconds section.
           compute wk-clock-cs =
               ((wk-clk-hh * 3600 + wk-clk-mm * 60 + wk-clk-ss) * 100)
               + wk-clk-cc
           exit section
           .

       write-reorg-report section.
           move wk-walk-count to rpt-walk-count
           move wk-rebuilt-count to rpt-rebuilt-count
           move wk-walk-hash to wk-copy-hash
           perform hash-to-ten-digits
           move wk-hash-d to rpt-id-hash
           move wk-size-before to rpt-size-before
           move wk-size-after to rpt-size-after
           compute rpt-elapsed = wk-elapsed-cs / 100
           move wk-drift-count to rpt-drift-count
           evaluate true
               when not wk-run-failed
                   move "REORGANIZED" to rpt-outcome
               when wk-master-swapped
                   move "FAILED - FALLBACK RESTORED" to rpt-outcome
               when other
                   move "FAILED - MASTER UNTOUCHED" to rpt-outcome
           end-evaluate
           open output report-file
           if not wk-report-ok-status
               display "custreorg: unable to open custreorg-report.txt"
               exit section
           end-if
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           write report-rec from wk-report-line7
           write report-rec from wk-report-line8
           close report-file
           exit section
           .

       end program custreorg.
