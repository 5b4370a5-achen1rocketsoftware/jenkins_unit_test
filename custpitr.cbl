      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTPITR rebuilds the "customers" master as it stood at a
      * chosen moment, not just as it stood at the last backup: the
      * master section of a CUSTBKUPSET backup set is restored, then
      * customer-audit.dat's after-images are rolled forward over it
      * in trail order, from the set's own SET stamp up to
      *   CUSTPITR_TO_DATE  yyyymmdd (required)
      *   CUSTPITR_TO_TIME  hhmmsscc, the same shape the trail is
      *                     stamped with (default 23595999, the end
      *                     of that day)
      * so a master corrupted at 03:40 comes back with every change
      * made before it.
      *
      * The set is proved first, the way custrest proves it: every
      * section's DAT rows counted and id-hashed against its CNT row
      * and the END row present; any discrepancy and nothing is
      * touched. custrest still rebuilds the whole estate; this only
      * rebuilds the master - the live audit trail is the very thing
      * being replayed, so it is never overwritten from the set.
      *
      * Each row's image decides what it does to the master: a blank
      * before image adds the record, a blank after image deletes
      * it, anything else rewrites it. The chain hash is recomputed
      * on every row up to the target, the same CUSTAUDIT-CHAIN-HASH
      * audvrfy uses, and the roll-forward stops at the first broken
      * link - nothing at or after it is applied. Periods audarch has
      * sealed away are walked from their archived segments, oldest
      * first, before the live trail, so the history is one chain
      * whatever has been archived; the seal and anchor rows between
      * them change nothing, and a missing segment halts the
      * roll-forward like a break.
      *
      * The rebuilt master is then proved against the control totals
      * custbkup recorded through ctltotal (mfut-control-totals.dat):
      * the latest custbkup record at or before the target, its
      * record count and id hash carried forward by every add and
      * delete rolled forward since it was stamped, must equal the
      * master's own count and hash.
      *
      * The run takes the mfutauth gate (action UPDATE) and holds the
      * shared master lock throughout. custpitr-report.txt carries
      * the changes rolled forward per action code and the proof;
      * RC 0 only when the chain held and the proof balanced.
      *****************************************************************
       identification division.
       program-id. custpitr.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is dynamic
           record key is customer-id
           file status is wk-cust-status.

           select bkup-file assign external custbkupset
           organization is line sequential
           file status is wk-bkup-status.

           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

           select control-file assign to "mfut-control-totals.dat"
           organization is line sequential
           file status is wk-control-status.

           select report-file assign to "custpitr-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd bkup-file.
       01 bkup-rec.
           03 bku-tag             pic x(04).
           03 bku-rest            pic x(222).
       01 bkup-set-rec.
           03                     pic x(04).
           03 bks-date            pic 9(08).
           03                     pic x(01).
           03 bks-time            pic 9(08).
           03 filler              pic x(205).
       01 bkup-fil-rec.
           03                     pic x(04).
           03 bkf-file-tag        pic x(12).
           03 filler              pic x(210).
       01 bkup-cnt-rec.
           03                     pic x(04).
           03 bkc-file-tag        pic x(12).
           03                     pic x(01).
           03 bkc-count           pic 9(08).
           03                     pic x(01).
           03 bkc-hash            pic 9(10).
           03 filler              pic x(190).

       fd audit-file.
       01 audit-rec.
           03 aud-content.
               05 aud-customer-id pic 9(05).
               05                 pic x(01).
               05 aud-date        pic 9(08).
               05                 pic x(01).
               05 aud-time        pic 9(08).
               05                 pic x(01).
               05 aud-run-id      pic x(20).
               05                 pic x(01).
               05 aud-action      pic x(01).
                   88 aud-control-row value "Y", "Z".
               05                 pic x(01).
               05 aud-before-image pic x(65).
               05                 pic x(01).
               05 aud-after-image pic x(65).
               05                 pic x(01).
               05 aud-operator    pic x(20).
           03                     pic x(01).
           03 aud-chain-hash      pic x(10).

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
           03                     pic x(02).

       fd report-file.
       01 report-rec              pic x(80).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-bkup-status      pic xx.
           88 wk-bkup-ok-status     value "00".
           88 wk-bkup-eof-status    value "10".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-control-status   pic xx.
           88 wk-control-ok-status  value "00".
           88 wk-control-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-to-date-cfg      pic 9(08).
       01 wk-to-time-cfg      pic x(08).
       01 wk-to-date          pic 9(08) value 0.
       01 wk-to-time          pic 9(08) value 23595999.

      *> backup set verification, the same envelope rules custrest
      *> applies.
       01 wk-set-date         pic 9(08) value 0.
       01 wk-set-time         pic 9(08) value 0.
       01 wk-in-section-sw    pic x(01) value "N".
           88 wk-in-section       value "Y" false "N".
       01 wk-master-sect-sw   pic x(01) value "N".
           88 wk-in-master-sect   value "Y" false "N".
       01 wk-master-seen-sw   pic x(01) value "N".
           88 wk-master-seen      value "Y" false "N".
       01 wk-end-seen-sw      pic x(01) value "N".
           88 wk-end-seen         value "Y" false "N".
       01 wk-fail-count       binary-long value 0.
       01 wk-rec-count        binary-long value 0.
       01 wk-id-hash          binary-double value 0.
       01 wk-id-hash-d        pic 9(10).
       01 wk-id-buf           pic x(05).
       01 wk-restored-count   binary-long value 0.

      *> the roll-forward.
       01 wk-row-count        binary-long value 0.
       01 wk-verified-count   binary-long value 0.
       01 wk-unhashed-count   binary-long value 0.
       01 wk-applied-count    binary-long value 0.
       01 wk-misfit-count     binary-long value 0.
       01 wk-broken-row       binary-long value 0.
       01 wk-broken-id        pic 9(05) value 0.
       01 wk-past-target-sw   pic x(01) value "N".
           88 wk-past-target      value "Y" false "N".
       01 wk-hash-content     pic x(199).
       01 wk-hash-prev        pic 9(10) value 0.
       01 wk-hash-out         pic 9(10).
       01 wk-last-applied-date pic 9(08) value 0.
       01 wk-last-applied-time pic 9(08) value 0.

      *> the archived segments behind the live trail, walked first.
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).

      *> changes rolled forward, per audit action code.
       01 wk-action-count     binary-long value 0.
       01 wk-action-tbl.
           03 wk-action-entry occurs 40 times.
               05 wk-act-code     pic x(01).
               05 wk-act-applied  binary-long.
       01 wk-action-idx       binary-long.
       01 wk-action-slot      binary-long.

      *> the proof: the control point, carried forward by the adds
      *> and deletes stamped after it.
       01 wk-ctl-found-sw     pic x(01) value "N".
           88 wk-ctl-found        value "Y" false "N".
       01 wk-ctl-date         pic 9(08) value 0.
       01 wk-ctl-time         pic 9(08) value 0.
       01 wk-ctl-count        binary-long value 0.
       01 wk-ctl-hash-in      pic 9(10) value 0.
       01 wk-adds-after-ctl   binary-long value 0.
       01 wk-dels-after-ctl   binary-long value 0.
       01 wk-exp-count        binary-long value 0.
       01 wk-exp-hash         binary-double value 0.
       01 wk-exp-hash-d       pic 9(10).
       01 wk-master-count     binary-long value 0.
       01 wk-master-hash      binary-double value 0.
       01 wk-master-hash-d    pic 9(10).
       01 wk-proven-sw        pic x(01) value "N".
           88 wk-proven           value "Y" false "N".

       01 wk-ctl-program      pic x(30) value "custpitr".

       01 wk-auth-program     pic x(30) value "custpitr".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-lock-program     pic x(30) value "custpitr".
       01 wk-lock-result      pic x(01).
           88 wk-lock-held        value "Y" false "N".

       01 wk-report-line1.
           03                  pic x(20) value "Backup set taken   :".
           03 rpt-set-date     pic 9(08).
           03                  pic x(01) value spaces.
           03 rpt-set-time     pic 9(08).
       01 wk-report-line2.
           03                  pic x(20) value "Recovered to       :".
           03 rpt-to-date      pic 9(08).
           03                  pic x(01) value spaces.
           03 rpt-to-time      pic 9(08).
       01 wk-report-line3.
           03                  pic x(20) value "Restored from set  :".
           03 rpt-restored     pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Trail rows checked :".
           03 rpt-row-count    pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Pre-chain rows     :".
           03 rpt-unhashed     pic zzzzzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Changes rolled fwd :".
           03 rpt-applied      pic zzzzzzz9.
       01 wk-action-line.
           03                  pic x(16) value "  action code   ".
           03 act-code         pic x(01).
           03                  pic x(03) value "  :".
           03 act-applied      pic zzzzzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "Images not fitting :".
           03 rpt-misfit       pic zzzzzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Last change applied:".
           03 rpt-last-date    pic 9(08).
           03                  pic x(01) value spaces.
           03 rpt-last-time    pic 9(08).
       01 wk-report-line9.
           03                  pic x(20) value "CHAIN BROKEN at row:".
           03 rpt-broken-row   pic zzzzzzz9.
           03                  pic x(10) value " customer ".
           03 rpt-broken-id    pic 9(05).
           03                  pic x(22)
               value " - roll-forward halted".
       01 wk-report-line10.
           03                  pic x(20) value "Control point      :".
           03 rpt-ctl-date     pic 9(08).
           03                  pic x(01) value spaces.
           03 rpt-ctl-time     pic 9(08).
           03                  pic x(10) value " custbkup".
       01 wk-report-line11.
           03                  pic x(20) value "Expected count/hash:".
           03 rpt-exp-count    pic zzzzzzz9.
           03                  pic x(01) value spaces.
           03 rpt-exp-hash     pic 9(10).
       01 wk-report-line12.
           03                  pic x(20) value "Master count/hash  :".
           03 rpt-mst-count    pic zzzzzzz9.
           03                  pic x(01) value spaces.
           03 rpt-mst-hash     pic 9(10).
       01 wk-report-line13.
           03                  pic x(20) value "Proof              :".
           03 rpt-proof        pic x(50).

       procedure division.
       custpitr-main.
           accept wk-to-date-cfg from environment "CUSTPITR_TO_DATE"
           if wk-to-date-cfg = 0
               display "custpitr: CUSTPITR_TO_DATE (yyyymmdd) is not "
                   "set"
               goback returning 1
           end-if
           move wk-to-date-cfg to wk-to-date
           accept wk-to-time-cfg from environment "CUSTPITR_TO_TIME"
           if wk-to-time-cfg not equal spaces
               if wk-to-time-cfg numeric
                   move wk-to-time-cfg to wk-to-time
               else
                   display "custpitr: CUSTPITR_TO_TIME must be "
                       "hhmmsscc"
                   goback returning 1
               end-if
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           perform verify-backup-set
           if wk-fail-count > 0
               display "custpitr: backup set failed verification - "
                   "nothing restored"
               goback returning 1
           end-if
           if wk-set-date > wk-to-date
               or (wk-set-date = wk-to-date
                   and wk-set-time > wk-to-time)
               display "custpitr: the backup set was taken after the "
                   "requested point - use an earlier set"
               goback returning 1
           end-if

           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               goback returning 1
           end-if

           perform restore-master-section
           if return-code not = 0
               call "MSTRLOCK-RELEASE"
               end-call
               display "custpitr: master restore did not complete "
                   "cleanly"
               goback returning 1
           end-if

           perform roll-forward-trail
           perform count-rebuilt-master
           close cust
           call "MSTRLOCK-RELEASE"
           end-call

           perform prove-against-control
           perform write-summary-report
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-applied-count
                                  by reference wk-master-count
                                  by reference wk-master-hash-d
           end-call

           display "custpitr: " wk-restored-count " restored, "
               wk-applied-count " change(s) rolled forward to "
               wk-to-date " " wk-to-time
           if wk-broken-row > 0
               display "custpitr: CHAIN BROKEN at row " wk-broken-row
                   " - customer " wk-broken-id
               goback returning 1
           end-if
           if not wk-proven
               display "custpitr: " rpt-proof
               goback returning 1
           end-if
           goback returning 0.

      *> first pass over the set: nothing is touched until every
      *> section balances to its envelope.
       verify-backup-set section.
           open input bkup-file
           if not wk-bkup-ok-status
               display "custpitr: unable to open the backup set"
               add 1 to wk-fail-count
               exit section
           end-if
           set wk-bkup-ok-status to true
           perform until not wk-bkup-ok-status
               read bkup-file
               if not wk-bkup-eof-status
                   perform verify-one-row
               end-if
           end-perform
           close bkup-file
           if not wk-master-seen
               display "custpitr: backup set has no MASTER section"
               add 1 to wk-fail-count
           end-if
           if not wk-end-seen
               display "custpitr: backup set has no END row - "
                   "truncated set"
               add 1 to wk-fail-count
           end-if
           exit section
           .

       verify-one-row section.
           evaluate bku-tag
               when "SET "
                   move bkup-rec to bkup-set-rec
                   if bks-date numeric and bks-time numeric
                       move bks-date to wk-set-date
                       move bks-time to wk-set-time
                   else
                       display "custpitr: SET row carries no stamp"
                       add 1 to wk-fail-count
                   end-if
               when "FIL "
                   move bkup-rec to bkup-fil-rec
                   set wk-in-section to true
                   set wk-in-master-sect to false
                   if bkf-file-tag equal "MASTER"
                       set wk-in-master-sect to true
                       set wk-master-seen to true
                   end-if
                   move 0 to wk-rec-count
                   move 0 to wk-id-hash
               when "DAT "
                   if not wk-in-section
                       display "custpitr: data row outside any "
                           "file section"
                       add 1 to wk-fail-count
                   else
                       move bku-rest(1:5) to wk-id-buf
                       if bkf-file-tag equal "ARCHIVE"
                           move bku-rest(3:5) to wk-id-buf
                       end-if
                       if wk-id-buf numeric
                           add function numval(wk-id-buf)
                               to wk-id-hash
                       end-if
                       add 1 to wk-rec-count
                   end-if
               when "CNT "
                   perform check-section-totals
               when "END "
                   set wk-end-seen to true
               when other
                   display "custpitr: unrecognised row tag " bku-tag
                   add 1 to wk-fail-count
           end-evaluate
           exit section
           .

       check-section-totals section.
           move bkup-rec to bkup-cnt-rec
           if not wk-in-section
               display "custpitr: CNT row outside any file section"
               add 1 to wk-fail-count
               exit section
           end-if
           if bkc-count not numeric
               or bkc-count not = wk-rec-count
               display "custpitr: " bkc-file-tag " record count "
                   "does not match its envelope"
               add 1 to wk-fail-count
           end-if
           compute wk-id-hash-d =
               function mod(wk-id-hash, 10000000000)
           if bkc-hash not numeric
               or bkc-hash not = wk-id-hash-d
               display "custpitr: " bkc-file-tag " hash total does "
                   "not match its envelope"
               add 1 to wk-fail-count
           end-if
           set wk-in-section to false
           set wk-in-master-sect to false
           exit section
           .

      *> second pass: the master section's DAT rows become the new
      *> master; the master is left open for the roll-forward.
       restore-master-section section.
           open output cust
           if not wk-cust-ok-status
               display "custpitr: unable to open customers master"
               move 1 to return-code
               exit section
           end-if
           open input bkup-file
           set wk-in-master-sect to false
           set wk-bkup-ok-status to true
           perform until not wk-bkup-ok-status
               read bkup-file
               if not wk-bkup-eof-status
                   perform restore-one-row
               end-if
           end-perform
           close bkup-file
           close cust
           open i-o cust
           if not wk-cust-ok-status
               display "custpitr: unable to reopen customers master"
               move 1 to return-code
           end-if
           exit section
           .

       restore-one-row section.
           evaluate bku-tag
               when "FIL "
                   move bkup-rec to bkup-fil-rec
                   set wk-in-master-sect to false
                   if bkf-file-tag equal "MASTER"
                       set wk-in-master-sect to true
                   end-if
               when "DAT "
                   if wk-in-master-sect
                       move bku-rest(1:65) to cust-file
                       write cust-file
                           invalid key
                               display "custpitr: master rebuild "
                                   "write failed for id "
                                   cust-file(1:5)
                               move 1 to return-code
                           not invalid key
                               add 1 to wk-restored-count
                       end-write
                   end-if
               when "CNT "
                   set wk-in-master-sect to false
               when other
                   continue
           end-evaluate
           exit section
           .

      *> the trail is walked from its first row so every link can be
      *> recomputed; rows the set already holds are checked but not
      *> applied, and the walk ends at the first row past the target.
       roll-forward-trail section.
           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           perform roll-forward-segment
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
                  or wk-broken-row > 0
                  or wk-past-target
           if wk-broken-row > 0 or wk-past-target
               exit section
           end-if
           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if not wk-audit-ok-status
               exit section
           end-if
           perform roll-forward-file
           exit section
           .

       roll-forward-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "custpitr: archived segment " wk-audit-filename
                   " is missing"
               compute wk-broken-row = wk-row-count + 1
               exit section
           end-if
           perform roll-forward-file
           exit section
           .

       roll-forward-file section.
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               or wk-broken-row > 0
               or wk-past-target
               read audit-file
               if not wk-audit-eof-status
                   perform take-trail-row
               end-if
           end-perform
           close audit-file
           exit section
           .

       take-trail-row section.
           if aud-customer-id = 0 and aud-control-row
               exit section
           end-if
           if aud-date not numeric or aud-time not numeric
               exit section
           end-if
           if aud-date > wk-to-date
               or (aud-date = wk-to-date and aud-time > wk-to-time)
               set wk-past-target to true
               exit section
           end-if
           add 1 to wk-row-count
           if aud-chain-hash not numeric
               add 1 to wk-unhashed-count
           else
               move aud-content to wk-hash-content
               call "CUSTAUDIT-CHAIN-HASH" using
                   by reference wk-hash-content
                   by reference wk-hash-prev
                   by reference wk-hash-out
               end-call
               if wk-hash-out not = function numval(aud-chain-hash)
                   move wk-row-count to wk-broken-row
                   move aud-customer-id to wk-broken-id
                   exit section
               end-if
               add 1 to wk-verified-count
               move wk-hash-out to wk-hash-prev
           end-if
           if aud-date < wk-set-date
               or (aud-date = wk-set-date and aud-time <= wk-set-time)
               exit section
           end-if
           perform apply-trail-row
           exit section
           .

      *> a row whose image does not fit the master as rebuilt so far
      *> (an add for an id already there, a change or delete for one
      *> that is not) is still applied as the image says, and
      *> counted.
       apply-trail-row section.
           evaluate true
               when aud-after-image equal spaces
                   move aud-customer-id to customer-id
                   delete cust
                       invalid key
                           add 1 to wk-misfit-count
                   end-delete
               when aud-before-image equal spaces
                   move aud-after-image to cust-file
                   write cust-file
                       invalid key
                           add 1 to wk-misfit-count
                           rewrite cust-file
                           end-rewrite
                   end-write
               when other
                   move aud-after-image to cust-file
                   rewrite cust-file
                       invalid key
                           add 1 to wk-misfit-count
                           write cust-file
                           end-write
                   end-rewrite
           end-evaluate
           add 1 to wk-applied-count
           move aud-date to wk-last-applied-date
           move aud-time to wk-last-applied-time
           perform tally-action-code
           exit section
           .

       tally-action-code section.
           move 0 to wk-action-slot
           perform find-action-code
               varying wk-action-idx from 1 by 1
               until wk-action-idx > wk-action-count
                  or wk-action-slot > 0
           if wk-action-slot = 0
               if wk-action-count >= 40
                   exit section
               end-if
               add 1 to wk-action-count
               move wk-action-count to wk-action-slot
               move aud-action to wk-act-code(wk-action-slot)
               move 0 to wk-act-applied(wk-action-slot)
           end-if
           add 1 to wk-act-applied(wk-action-slot)
           exit section
           .

       find-action-code section.
           if wk-act-code(wk-action-idx) equal aud-action
               move wk-action-idx to wk-action-slot
           end-if
           exit section
           .

       count-rebuilt-master section.
           move 0 to customer-id
           start cust key is greater than customer-id
               invalid key
                   exit section
           end-start
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if wk-cust-ok-status
                   add 1 to wk-master-count
                   add customer-id to wk-master-hash
               end-if
           end-perform
           exit section
           .

      *> the control point is custbkup's latest record at or before
      *> the target; the trail's adds and deletes stamped after it
      *> (up to the target, or the break) carry it forward.
       prove-against-control section.
           compute wk-master-hash-d =
               function mod(wk-master-hash, 10000000000)
           open input control-file
           if wk-control-ok-status
               set wk-control-ok-status to true
               perform until not wk-control-ok-status
                   read control-file
                   if not wk-control-eof-status
                       perform take-control-row
                   end-if
               end-perform
               close control-file
           end-if
           if not wk-ctl-found
               move "NOT PROVEN - no custbkup control total on file"
                   to rpt-proof
               exit section
           end-if

           set wk-past-target to false
           move 0 to wk-row-count
           perform carry-segment-forward
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
                  or wk-past-target
           if not wk-past-target
               move "customer-audit.dat" to wk-audit-filename
               open input audit-file
               if wk-audit-ok-status
                   perform carry-file-forward
               end-if
           end-if

           compute wk-exp-count =
               wk-ctl-count + wk-adds-after-ctl - wk-dels-after-ctl
           compute wk-exp-hash-d =
               function mod(wk-exp-hash, 10000000000)
           if wk-exp-count = wk-master-count
               and wk-exp-hash-d = wk-master-hash-d
               set wk-proven to true
               move "PROVEN - master balances to the control point"
                   to rpt-proof
           else
               move "NOT PROVEN - master does not balance to the cont"
                   & "rol point"
                   to rpt-proof
           end-if
           exit section
           .

       carry-segment-forward section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               set wk-past-target to true
               exit section
           end-if
           perform carry-file-forward
           exit section
           .

       carry-file-forward section.
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               or wk-past-target
               read audit-file
               if not wk-audit-eof-status
                   perform carry-control-forward
               end-if
           end-perform
           close audit-file
           exit section
           .

       take-control-row section.
           if ctl-program not equal "custbkup"
               or ctl-date not numeric or ctl-time not numeric
               or ctl-records-out not numeric
               or ctl-id-hash not numeric
               exit section
           end-if
           if ctl-date > wk-to-date
               or (ctl-date = wk-to-date and ctl-time > wk-to-time)
               exit section
           end-if
           if ctl-date < wk-ctl-date
               or (ctl-date = wk-ctl-date and ctl-time < wk-ctl-time)
               exit section
           end-if
           set wk-ctl-found to true
           move ctl-date to wk-ctl-date
           move ctl-time to wk-ctl-time
           move ctl-records-out to wk-ctl-count
           move ctl-id-hash to wk-ctl-hash-in
           move ctl-id-hash to wk-exp-hash
           move 0 to wk-adds-after-ctl
           move 0 to wk-dels-after-ctl
           exit section
           .

       carry-control-forward section.
           if aud-customer-id = 0 and aud-control-row
               exit section
           end-if
           if aud-date not numeric or aud-time not numeric
               exit section
           end-if
           if aud-date > wk-to-date
               or (aud-date = wk-to-date and aud-time > wk-to-time)
               set wk-past-target to true
               exit section
           end-if
           add 1 to wk-row-count
           if wk-broken-row > 0 and wk-row-count >= wk-broken-row
               set wk-past-target to true
               exit section
           end-if
           if aud-date < wk-ctl-date
               or (aud-date = wk-ctl-date and aud-time <= wk-ctl-time)
               exit section
           end-if
           evaluate true
               when aud-after-image equal spaces
                   and aud-before-image equal spaces
                   continue
               when aud-after-image equal spaces
                   add 1 to wk-dels-after-ctl
                   subtract aud-customer-id from wk-exp-hash
               when aud-before-image equal spaces
                   add 1 to wk-adds-after-ctl
                   add aud-customer-id to wk-exp-hash
           end-evaluate
           exit section
           .

       write-summary-report section.
           open output report-file
           if not wk-report-ok-status
               display "custpitr: unable to open custpitr-report.txt"
               exit section
           end-if
           move wk-set-date to rpt-set-date
           move wk-set-time to rpt-set-time
           move wk-to-date to rpt-to-date
           move wk-to-time to rpt-to-time
           move wk-restored-count to rpt-restored
           compute wk-rec-count =
               wk-verified-count + wk-unhashed-count
           move wk-rec-count to rpt-row-count
           move wk-unhashed-count to rpt-unhashed
           move wk-applied-count to rpt-applied
           move wk-misfit-count to rpt-misfit
           move wk-last-applied-date to rpt-last-date
           move wk-last-applied-time to rpt-last-time
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           perform write-action-line
               varying wk-action-idx from 1 by 1
               until wk-action-idx > wk-action-count
           write report-rec from wk-report-line7
           write report-rec from wk-report-line8
           if wk-broken-row > 0
               move wk-broken-row to rpt-broken-row
               move wk-broken-id to rpt-broken-id
               write report-rec from wk-report-line9
           end-if
           if wk-ctl-found
               move wk-ctl-date to rpt-ctl-date
               move wk-ctl-time to rpt-ctl-time
               move wk-exp-count to rpt-exp-count
               move wk-exp-hash-d to rpt-exp-hash
               write report-rec from wk-report-line10
               write report-rec from wk-report-line11
           end-if
           move wk-master-count to rpt-mst-count
           move wk-master-hash-d to rpt-mst-hash
           write report-rec from wk-report-line12
           write report-rec from wk-report-line13
           close report-file
           exit section
           .

       write-action-line section.
           move wk-act-code(wk-action-idx) to act-code
           move wk-act-applied(wk-action-idx) to act-applied
           write report-rec from wk-action-line
           exit section
           .

       end program custpitr.
