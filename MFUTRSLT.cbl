      * Jenkins always has an up to date summary of the whole suite,
      * without every program having to know when the last test case
      * in the run has finished.
      *
      * A known-flaky test can be quarantined on mfut-quarantine.dat,
      * one row per test -
      *   test name x(30), owner x(20), expiry yyyymmdd, reason x(60)
      * space separated. A quarantined test still runs and is still
      * recorded, but a failure is reported as quarantined rather than
      * failed: a <skipped/> entry in the XML whose message names the
      * owner, status Q on the test history, its own count on the
      * suite history, and no pass-trait alert - so one flapping test
      * no longer turns the whole build red. A quarantine stops
      * applying the day after its expiry date without anyone having
      * to remove it, and the first report of that test once it has
      * expired puts a QUARANTINE EXPIRED line on the ops alert log,
      * so nothing stays quarantined for ever unnoticed.
      *
      * Every alert line carries the test's owning team and on-call
      * contact (MFUTOWNR, off mfut-owners.dat) from column 141, so
      * the line says who should fix it as well as what failed.
      *****************************************************************
       program-id. MFUTRSLT.
       environment division.
           select test-history assign to "mfut-test-history.log"
           organization is line sequential
           file status is ws-thist-status.
           select quarantine-file assign to "mfut-quarantine.dat"
           organization is line sequential
           file status is ws-quar-status.
       data division.
       file section.
       fd results.
      *> overnight on-call analyst finds out from this file instead of
      *> the next morning's Jenkins console.
       fd ops-alert.
       01 ops-alert-rec  pic x(200).

       fd timings.
       01 timings-rec    pic x(45).
       fd test-history.
       01 test-history-rec   pic x(90).

       fd quarantine-file.
       01 quarantine-rec.
           03 qr-test-name    pic x(30).
           03                 pic x(01).
           03 qr-owner        pic x(20).
           03                 pic x(01).
           03 qr-expiry       pic 9(08).
           03                 pic x(01).
           03 qr-reason       pic x(60).

       working-storage section.
       copy "mfut-results.cpy".
       copy "mfut-runcontrol.cpy".
       01 ws-pass-count      binary-long.
       01 ws-fail-count      binary-long.
       01 ws-skip-count      binary-long.
       01 ws-quar-count      binary-long.
       01 ws-total-cs        binary-long.
       01 ws-suite-line.
           03 sh-run-id       pic x(20).
           03 sh-skip-count   pic 9(04).
           03                 pic x(01) value spaces.
           03 sh-elapsed-cs   pic 9(08).
           03                 pic x(01) value spaces.
           03 sh-quar-count   pic 9(04).
       01 ws-thist-line.
           03 th-run-id       pic x(20).
           03                 pic x(01) value spaces.
           03 ws-alert-name    pic x(30).
           03                  pic x(3) value " - ".
           03 ws-alert-msg     pic x(80).
           03                  pic x(03) value spaces.
           03                  pic x(06) value "OWNER ".
           03 ws-alert-team    pic x(20).
           03                  pic x(01) value spaces.
           03 ws-alert-oncall  pic x(20).
       01 ws-expired-line.
           03                  pic x(23) value "QUARANTINE EXPIRED".
           03                  pic x    value spaces.
           03 ws-expired-name  pic x(30).
           03                  pic x(3) value " - ".
           03                  pic x(06) value "owner ".
           03 ws-expired-owner pic x(20).
           03                  pic x(09) value " expired ".
           03 ws-expired-date  pic 9(08).
           03                  pic x(40) value spaces.
           03                  pic x(06) value "OWNER ".
           03 ws-expired-team  pic x(20).
           03                  pic x(01) value spaces.
           03 ws-expired-oncall pic x(20).

      *> who the alert is routed to, off mfut-owners.dat.
       01 ws-own-team        pic x(20).
       01 ws-own-oncall      pic x(20).
       01 ws-own-secondary   pic x(20).
       01 ws-own-found       pic x(01).

      *> the quarantine list, read once per run unit.
       01 ws-quar-status     pic xx.
       01 ws-quar-loaded-sw  pic x(01) value "N".
           88 ws-quar-loaded     value "Y" false "N".
       01 ws-quar-rows       binary-long value 0.
       01 ws-quar-tbl.
           03 ws-quar-entry occurs 50 times.
               05 ws-qt-name     pic x(30).
               05 ws-qt-owner    pic x(20).
               05 ws-qt-expiry   pic 9(08).
       01 ws-quar-idx        binary-long.
       01 ws-quar-hit        binary-long.
       01 ws-quar-today      pic 9(08).
       01 ws-quar-live-sw    pic x(01).
           88 ws-quar-live       value "Y" false "N".
       01 ws-quar-msg        pic x(80).

       linkage section.
       01 lk-test-name       pic x(30).
       mfutrslt-main.
           perform resolve-output-filenames
           set retry-requested to false
           set ws-quar-live to false
           perform find-result-row
           if ws-row-idx = 0 and MFUT-RSLT-COUNT < 200
               add 1 to MFUT-RSLT-COUNT
               move lk-test-msg to MFUT-RSLT-MESSAGE(ws-row-idx)
               add 1 to MFUT-RSLT-ATTEMPTS(ws-row-idx)

               *> a quarantined test's failure is recorded as such,
               *> with its owner in front of the failure message.
               perform find-quarantine-row
               if ws-quar-live and lk-test-status equal "F"
                   move "Q" to MFUT-RSLT-STATUS(ws-row-idx)
                   move spaces to ws-quar-msg
                   string "QUARANTINED (" delimited by size
                       ws-qt-owner(ws-quar-hit) delimited by space
                       ") " lk-test-msg delimited by size
                       into ws-quar-msg
                   end-string
                   move ws-quar-msg to MFUT-RSLT-MESSAGE(ws-row-idx)
               end-if
               if ws-quar-hit > 0 and not ws-quar-live
                   and MFUT-RSLT-ATTEMPTS(ws-row-idx) = 1
                   perform write-expired-alert
               end-if

               *> this attempt's elapsed time, when the test reported
               *> its start through MFUTRSLT-START; a test that never
               *> did simply carries time zero.
           if lk-test-status equal "F"
                   and lk-pass-trait equal "Y"
                   and not retry-requested
                   and not ws-quar-live
               perform write-ops-alert
           end-if

       write-ops-alert section.
           move lk-test-name to ws-alert-name
           move lk-test-msg to ws-alert-msg
           perform find-test-owner
           move ws-own-team to ws-alert-team
           move ws-own-oncall to ws-alert-oncall
           open extend ops-alert
           if not ws-alert-status equal "00"
               open output ops-alert
           close ops-alert
           .

      *> the alert log's own shape, tagged so an expired quarantine
      *> is never mistaken for the test failing.
       write-expired-alert section.
           move lk-test-name to ws-expired-name
           move ws-qt-owner(ws-quar-hit) to ws-expired-owner
           move ws-qt-expiry(ws-quar-hit) to ws-expired-date
           perform find-test-owner
           move ws-own-team to ws-expired-team
           move ws-own-oncall to ws-expired-oncall
           open extend ops-alert
           if not ws-alert-status equal "00"
               open output ops-alert
           end-if
           write ops-alert-rec from ws-expired-line
           close ops-alert
           .

      *> every alert line names the owning team and its on-call
      *> contact in the same place, columns 141 on, so incmgr and
      *> the morning triage can route it without a lookup of their
      *> own.
       find-test-owner section.
           call "MFUTOWNR-LOOKUP" using
              by reference lk-test-name
              by reference ws-own-team
              by reference ws-own-oncall
              by reference ws-own-secondary
              by reference ws-own-found
           end-call
           .

      *> ws-quar-hit is lk-test-name's quarantine row (0 for none)
      *> and ws-quar-live whether it still applies today.
       find-quarantine-row section.
           if not ws-quar-loaded
               perform load-quarantine-list
           end-if
           move 0 to ws-quar-hit
           set ws-quar-live to false
           perform match-quarantine-row
               varying ws-quar-idx from 1 by 1
               until ws-quar-idx > ws-quar-rows
                   or ws-quar-hit > 0
           if ws-quar-hit > 0
               accept ws-quar-today from date yyyymmdd
               if ws-qt-expiry(ws-quar-hit) >= ws-quar-today
                   set ws-quar-live to true
               end-if
           end-if
           .

       match-quarantine-row section.
           if ws-qt-name(ws-quar-idx) equal lk-test-name
               move ws-quar-idx to ws-quar-hit
           end-if
           .

      *> no file, no quarantines; a row without a usable expiry date
      *> is ignored rather than quarantining a test indefinitely.
       load-quarantine-list section.
           set ws-quar-loaded to true
           move 0 to ws-quar-rows
           open input quarantine-file
           if not ws-quar-status equal "00"
               exit section
           end-if
           perform until not ws-quar-status equal "00"
               read quarantine-file
               if ws-quar-status equal "00"
                   and qr-test-name not equal spaces
                   and qr-expiry numeric
                   and ws-quar-rows < 50
                   add 1 to ws-quar-rows
                   move qr-test-name to ws-qt-name(ws-quar-rows)
                   move qr-owner to ws-qt-owner(ws-quar-rows)
                   move qr-expiry to ws-qt-expiry(ws-quar-rows)
               end-if
           end-perform
           close quarantine-file
           .

      *> rewrites the whole file from the in-memory table on every call
      *> so mfut-results.xml is always well formed, even if the run is
      *> interrupted before the last test case reports in.
      *> the receiving field, so the line is blanked before each one.
       write-testcase section.
           if MFUT-RSLT-SKIP(ws-report-idx)
                   or MFUT-RSLT-QUAR(ws-report-idx)
               move spaces to ws-report-line
               perform format-time-attr
               string '  <testcase classname="MFUT" name="'
           accept ws-now-time from time

           move 0 to ws-pass-count ws-fail-count
               ws-skip-count ws-quar-count ws-total-cs
           perform tally-summary-row
               varying ws-report-idx from 1 by 1
               until ws-report-idx > MFUT-RSLT-COUNT
           move ws-pass-count to sh-pass-count
           move ws-fail-count to sh-fail-count
           move ws-skip-count to sh-skip-count
           move ws-quar-count to sh-quar-count
           move ws-total-cs to sh-elapsed-cs
           open extend suite-history
           if not ws-suite-status equal "00"
           evaluate true
               when MFUT-RSLT-SKIP(ws-report-idx)
                   add 1 to ws-skip-count
               when MFUT-RSLT-QUAR(ws-report-idx)
                   add 1 to ws-quar-count
               when MFUT-RSLT-FAIL(ws-report-idx)
                   add 1 to ws-fail-count
               when other
