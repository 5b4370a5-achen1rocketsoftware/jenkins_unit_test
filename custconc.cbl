      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTCONC answers the question finance and the auditors keep
      * asking and neither custprof nor custage can: how concentrated
      * are the receivables. An account's exposure is what it owes -
      * a negative customer-balance - taken in the base currency
      * through the shared fxrate at today's rate; an account whose
      * currency has no rate today is counted on its own line and
      * left out rather than guessed.
      *
      * custconc-report.txt carries, off one pass of the master:
      *   - the 25 largest exposures, each with its share of the
      *     total exposure and the running share
      *   - the Pareto line: how many customers it takes to make up
      *     50%, 80% and 95% of the exposure
      *   - the exposure in balance bands (under 1,000 / 1,000 /
      *     10,000 / 100,000 and over) by account status
      *   - the top-25 share against the previous month's run
      *
      * Every run keeps its month's top-25 share in
      * custconc-history.dat (month yyyymm, share 9(3)v99, total
      * exposure 9(11)v99, space separated; a rerun in the same month
      * replaces that month's row). When the share has risen by
      * CUSTCONC_RISE_PCT percentage points or more (default 5) since
      * the latest earlier month on file, the report flags it and
      * one line goes to mfut-ops-alert.log so incmgr tracks it like
      * any other incident. The top-25 exposures are shown at the
      * operator's piimask level for BALANCE; the shares are not
      * about any one customer's money and are shown as they are.
      *****************************************************************
       identification division.
       program-id. custconc.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select sort-work assign to "custconc.srt".

           select history-file assign to "custconc-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select report-file assign to "custconc-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select ops-alert assign to "mfut-ops-alert.log"
           organization is line sequential
           file status is wk-alert-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       sd sort-work.
       01 sort-rec.
           03 srt-exposure        pic 9(11)v99.
           03 srt-customer-id     pic 9(05).
           03 srt-status          pic x(01).

       fd history-file.
       01 history-rec.
           03 hst-month           pic 9(06).
           03                     pic x(01).
           03 hst-share           pic 9(03)v99.
           03                     pic x(01).
           03 hst-exposure        pic 9(11)v99.

       fd report-file.
       01 report-rec              pic x(80).

       fd ops-alert.
       01 ops-alert-rec           pic x(160).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-alert-status     pic xx.
           88 wk-alert-ok-status    value "00".

       01 wk-rise-cfg         pic 9(03).
       01 wk-rise-pct         pic 9(03)v99 value 5.

       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-currency      pic x(03).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".

       01 wk-scan-count       binary-long value 0.
       01 wk-exposed-count    binary-long value 0.
       01 wk-no-rate-count    binary-long value 0.
       01 wk-total-exposure   pic 9(11)v99 value 0.

      *> the running position as the sorted exposures come back.
       01 wk-rank             binary-long value 0.
       01 wk-running-exposure pic 9(11)v99 value 0.
       01 wk-running-share    pic 9(03)v99.
       01 wk-one-share        pic 9(03)v99.
       01 wk-top-share        pic 9(03)v99 value 0.
       01 wk-have-more-sw     pic x(01) value "Y".
           88 wk-have-more        value "Y" false "N".

      *> the Pareto marks: the rank at which the running exposure
      *> first reaches each share.
       01 wk-pareto-tbl.
           03 wk-pareto-entry occurs 3 times.
               05 wk-par-pct      pic 9(03).
               05 wk-par-rank     binary-long.
       01 wk-pareto-idx       binary-long.

      *> balance bands down, account status across (open, dormant,
      *> closed).
       01 wk-band-floor-tbl.
           03 filler pic 9(09) value 000000000.
           03 filler pic 9(09) value 000001000.
           03 filler pic 9(09) value 000010000.
           03 filler pic 9(09) value 000100000.
       01 wk-band-floor-rdf redefines wk-band-floor-tbl.
           03 wk-band-floor pic 9(09) occurs 4 times.
       01 wk-band-name-tbl.
           03 filler pic x(20) value "Under 1,000        :".
           03 filler pic x(20) value "1,000 - 9,999      :".
           03 filler pic x(20) value "10,000 - 99,999    :".
           03 filler pic x(20) value "100,000 and over   :".
       01 wk-band-name-rdf redefines wk-band-name-tbl.
           03 wk-band-name pic x(20) occurs 4 times.
       01 wk-band-tbl.
           03 wk-band-entry occurs 4 times.
               05 wk-band-status occurs 3 times.
                   07 wk-bnd-count    binary-long.
                   07 wk-bnd-exposure pic 9(11)v99.
       01 wk-band-idx         binary-long.
       01 wk-status-idx       binary-long.
       01 wk-target-idx       binary-long.

      *> custconc-history.dat, held whole so this month's row can be
      *> replaced on a rerun.
       78 wk-history-slots    value 600.
       01 wk-history-count    binary-long value 0.
       01 wk-history-tbl.
           03 wk-history-entry occurs 600 times.
               05 wk-hst-month    pic 9(06).
               05 wk-hst-share    pic 9(03)v99.
               05 wk-hst-exposure pic 9(11)v99.
       01 wk-history-idx      binary-long.
       01 wk-history-slot     binary-long.
       01 wk-prior-month      pic 9(06) value 0.
       01 wk-prior-share      pic 9(03)v99 value 0.
       01 wk-share-rise       pic s9(03)v99 value 0.
       01 wk-rise-flag-sw     pic x(01) value "N".
           88 wk-rise-flagged     value "Y" false "N".

       01 wk-today-ymd        pic 9(8).
       01 wk-today-month      pic 9(06).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-heading-line.
           03                  pic x(29)
               value "Receivables concentration as ".
           03                  pic x(03) value "at ".
           03 hdg-date         pic x(10).
       01 wk-top-heading.
           03                  pic x(30)
               value "Rank Id               Exposure".
           03                  pic x(18)
               value "   Share   Running".
       01 wk-top-line.
           03 top-rank         pic zzz9.
           03                  pic x(01) value spaces.
           03 top-customer-id  pic 9(05).
           03                  pic x(01) value spaces.
           03 top-exposure     pic zzz,zzz,zzz,zz9.99.
           03                  pic x(01) value spaces.
           03 top-share        pic zz9.99.
           03                  pic x(02) value "% ".
           03 top-running      pic zz9.99.
           03                  pic x(01) value "%".
       01 wk-pareto-line.
           03                  pic x(13) value "Customers to ".
           03 par-pct          pic z9.
           03                  pic x(05) value "%   :".
           03 par-rank         pic zzzzzzz9.
       01 wk-band-heading.
           03                  pic x(20) value "Exposure band      :".
           03                  pic x(18) value "              Open".
           03                  pic x(18) value "           Dormant".
           03                  pic x(18) value "            Closed".
       01 wk-band-line.
           03 bnd-name         pic x(20).
           03 bnd-column occurs 3 times.
               05 bnd-count    pic zzzzz9.
               05              pic x(01) value spaces.
               05 bnd-exposure pic zzz,zzz,zz9.

       01 wk-report-line1.
           03                  pic x(20) value "Accounts scanned   :".
           03 rpt-scan-count   pic zzzzzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Accounts in debit  :".
           03 rpt-exposed-count pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "No FX rate, omitted:".
           03 rpt-no-rate-count pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Total exposure     :".
           03 rpt-total        pic zzz,zzz,zzz,zz9.99.
       01 wk-report-line5.
           03                  pic x(20) value "Top-25 share       :".
           03 rpt-top-share    pic zz9.99.
           03                  pic x(01) value "%".
       01 wk-report-line6.
           03                  pic x(20) value "Previous month     :".
           03 rpt-prior-month  pic 9(06).
           03                  pic x(08) value " share ".
           03 rpt-prior-share  pic zz9.99.
           03                  pic x(01) value "%".
       01 wk-report-line7.
           03                  pic x(20) value "Change in share    :".
           03 rpt-share-rise   pic +zz9.99.
           03                  pic x(07) value " points".
           03 rpt-rise-flag    pic x(24).
       01 wk-report-line8.
           03                  pic x(20) value "Previous month     :".
           03                  pic x(24)
               value "no earlier run on file".

       01 wk-alert-line.
           03                     pic x(28)
               value "CONCENTRATION-RISE ALERT - ".
           03                     pic x(14) value "top-25 share ".
           03 alr-top-share       pic zz9.99.
           03                     pic x(10) value "% against ".
           03 alr-prior-share     pic zz9.99.
           03                     pic x(05) value "% in ".
           03 alr-prior-month     pic 9(06).

       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).

       procedure division.
       custconc-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           move wk-today-ymd(1:6) to wk-today-month
           accept wk-rise-cfg from environment "CUSTCONC_RISE_PCT"
           if wk-rise-cfg > 0
               move wk-rise-cfg to wk-rise-pct
           end-if
           initialize wk-band-tbl
           move 50 to wk-par-pct(1)
           move 80 to wk-par-pct(2)
           move 95 to wk-par-pct(3)
           move 0 to wk-par-rank(1) wk-par-rank(2) wk-par-rank(3)

           perform load-history
           if wk-history-count >= wk-history-slots
               display "custconc: custconc-history.dat holds more "
                   "months than the table - run refused so no month "
                   "is lost to a truncated rewrite"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custconc: unable to open customers master"
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custconc: unable to open custconc-report.txt"
               close cust
               goback returning 1
           end-if
           move wk-today-iso to hdg-date
           write report-rec from wk-heading-line
           move spaces to report-rec
           write report-rec

           sort sort-work
               descending key srt-exposure
               ascending key srt-customer-id
               input procedure release-exposures
               output procedure rank-exposures
           close cust

           perform compare-prior-month
           perform write-summary-report
           perform write-band-table
           close report-file
           perform save-history
           if wk-rise-flagged
               perform write-ops-alert
           end-if

           display "custconc: " wk-exposed-count " account(s) in "
               "debit, top-25 share " rpt-top-share "%"
           if wk-rise-flagged
               goback returning 1
           end-if
           goback returning 0.

      *> every account that owes money goes to the sort by its base
      *> exposure; the total and the band table are built on the way.
       release-exposures section.
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform release-one-exposure
               end-if
           end-perform
           exit section
           .

       release-one-exposure section.
           if customer-balance not numeric
               or customer-balance not < 0
               exit section
           end-if
           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-fx-currency
           end-call
           move customer-balance to wk-fx-amount
           call "FXRATE-CONVERT" using
               by reference wk-fx-currency
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           if not wk-fx-rate-found
               add 1 to wk-no-rate-count
               exit section
           end-if
           add 1 to wk-exposed-count
           compute srt-exposure = 0 - wk-fx-base
           move customer-id to srt-customer-id
           move customer-acct-status to srt-status
           add srt-exposure to wk-total-exposure
           perform band-one-exposure
           release sort-rec
           exit section
           .

       band-one-exposure section.
           evaluate true
               when customer-acct-dormant
                   move 2 to wk-status-idx
               when customer-acct-closed
                   move 3 to wk-status-idx
               when other
                   move 1 to wk-status-idx
           end-evaluate
           move 1 to wk-target-idx
           perform pick-exposure-band
               varying wk-band-idx from 2 by 1
               until wk-band-idx > 4
           add 1 to wk-bnd-count(wk-target-idx, wk-status-idx)
           add srt-exposure
               to wk-bnd-exposure(wk-target-idx, wk-status-idx)
           exit section
           .

       pick-exposure-band section.
           if srt-exposure >= wk-band-floor(wk-band-idx)
               move wk-band-idx to wk-target-idx
           end-if
           exit section
           .

      *> largest first: the first 25 are listed, and every one moves
      *> the running share on towards the Pareto marks.
       rank-exposures section.
           write report-rec from wk-top-heading
           set wk-have-more to true
           perform return-one-exposure
               until not wk-have-more
           move spaces to report-rec
           write report-rec
           exit section
           .

       return-one-exposure section.
           return sort-work
               at end
                   set wk-have-more to false
                   exit section
           end-return
           add 1 to wk-rank
           add srt-exposure to wk-running-exposure
           compute wk-running-share rounded =
               wk-running-exposure * 100 / wk-total-exposure
           perform mark-pareto-rank
               varying wk-pareto-idx from 1 by 1
               until wk-pareto-idx > 3
           if wk-rank > 25
               exit section
           end-if
           compute wk-one-share rounded =
               srt-exposure * 100 / wk-total-exposure
           move wk-running-share to wk-top-share
           move wk-rank to top-rank
           move srt-customer-id to top-customer-id
           move srt-exposure to top-exposure
           move "BALANCE" to wk-pii-field
           move top-exposure to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to top-exposure(1:18)
           move wk-one-share to top-share
           move wk-running-share to top-running
           write report-rec from wk-top-line
           exit section
           .

       mark-pareto-rank section.
           if wk-par-rank(wk-pareto-idx) = 0
               and wk-running-share >= wk-par-pct(wk-pareto-idx)
               move wk-rank to wk-par-rank(wk-pareto-idx)
           end-if
           exit section
           .

      *> the latest month on file before this one is "the previous
      *> month's run", even when a month was missed.
       compare-prior-month section.
           perform find-prior-month
               varying wk-history-idx from 1 by 1
               until wk-history-idx > wk-history-count
           if wk-prior-month = 0
               exit section
           end-if
           compute wk-share-rise = wk-top-share - wk-prior-share
           if wk-share-rise >= wk-rise-pct
               set wk-rise-flagged to true
           end-if
           exit section
           .

       find-prior-month section.
           if wk-hst-month(wk-history-idx) < wk-today-month
               and wk-hst-month(wk-history-idx) > wk-prior-month
               move wk-hst-month(wk-history-idx) to wk-prior-month
               move wk-hst-share(wk-history-idx) to wk-prior-share
           end-if
           exit section
           .

       load-history section.
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   if hst-month numeric
                       and wk-history-count < wk-history-slots
                       add 1 to wk-history-count
                       move hst-month
                           to wk-hst-month(wk-history-count)
                       move hst-share
                           to wk-hst-share(wk-history-count)
                       move hst-exposure
                           to wk-hst-exposure(wk-history-count)
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

       save-history section.
           move 0 to wk-history-slot
           perform find-this-month
               varying wk-history-idx from 1 by 1
               until wk-history-idx > wk-history-count
           if wk-history-slot = 0
               add 1 to wk-history-count
               move wk-history-count to wk-history-slot
           end-if
           move wk-today-month to wk-hst-month(wk-history-slot)
           move wk-top-share to wk-hst-share(wk-history-slot)
           move wk-total-exposure to wk-hst-exposure(wk-history-slot)
           open output history-file
           if not wk-history-ok-status
               display "custconc: unable to rewrite "
                   "custconc-history.dat"
               exit section
           end-if
           perform write-history-row
               varying wk-history-idx from 1 by 1
               until wk-history-idx > wk-history-count
           close history-file
           exit section
           .

       find-this-month section.
           if wk-hst-month(wk-history-idx) = wk-today-month
               move wk-history-idx to wk-history-slot
           end-if
           exit section
           .

       write-history-row section.
           move spaces to history-rec
           move wk-hst-month(wk-history-idx) to hst-month
           move wk-hst-share(wk-history-idx) to hst-share
           move wk-hst-exposure(wk-history-idx) to hst-exposure
           write history-rec
           exit section
           .

       write-summary-report section.
           move wk-scan-count to rpt-scan-count
           move wk-exposed-count to rpt-exposed-count
           move wk-no-rate-count to rpt-no-rate-count
           move wk-total-exposure to rpt-total
           move wk-top-share to rpt-top-share
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           perform write-pareto-line
               varying wk-pareto-idx from 1 by 1
               until wk-pareto-idx > 3
           if wk-prior-month = 0
               write report-rec from wk-report-line8
           else
               move wk-prior-month to rpt-prior-month
               move wk-prior-share to rpt-prior-share
               move wk-share-rise to rpt-share-rise
               if wk-rise-flagged
                   move "  CONCENTRATION RISE" to rpt-rise-flag
               else
                   move spaces to rpt-rise-flag
               end-if
               write report-rec from wk-report-line6
               write report-rec from wk-report-line7
           end-if
           move spaces to report-rec
           write report-rec
           exit section
           .

       write-pareto-line section.
           move wk-par-pct(wk-pareto-idx) to par-pct
           move wk-par-rank(wk-pareto-idx) to par-rank
           write report-rec from wk-pareto-line
           exit section
           .

       write-band-table section.
           write report-rec from wk-band-heading
           perform write-band-line
               varying wk-band-idx from 1 by 1
               until wk-band-idx > 4
           exit section
           .

       write-band-line section.
           move wk-band-name(wk-band-idx) to bnd-name
           perform fill-band-column
               varying wk-status-idx from 1 by 1
               until wk-status-idx > 3
           write report-rec from wk-band-line
           exit section
           .

       fill-band-column section.
           move wk-bnd-count(wk-band-idx, wk-status-idx)
               to bnd-count(wk-status-idx)
           move wk-bnd-exposure(wk-band-idx, wk-status-idx)
               to bnd-exposure(wk-status-idx)
           exit section
           .

       write-ops-alert section.
           move wk-top-share to alr-top-share
           move wk-prior-share to alr-prior-share
           move wk-prior-month to alr-prior-month
           open extend ops-alert
           if not wk-alert-ok-status
               open output ops-alert
           end-if
           if wk-alert-ok-status
               write ops-alert-rec from wk-alert-line
               close ops-alert
           else
               display "custconc: unable to open mfut-ops-alert.log"
           end-if
           exit section
           .

       mask-pii-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       end program custconc.
