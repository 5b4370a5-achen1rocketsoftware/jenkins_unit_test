      * CUSTRECUROUT DD) with the trailer row custpost enforces.
      *
      * CUSTRECUR_RUN_DATE overrides the run date (ISO) for reruns
      * and rehearsals; the default is the shop's business
      * processing date (the shared bizdate).
      *
      * A customer closed through custclos is never charged again:
      * from the closure date on custclos-register.dat, every one
      * of its schedules is dropped and counted, not emitted.
      *****************************************************************
       identification division.
       program-id. custrecur.
           select report-file assign to "custrecur-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select closure-file assign to "custclos-register.dat"
           organization is line sequential
           file status is wk-closure-status.
       data division.
       file section.
       fd sched-file.
       fd report-file.
       01 report-rec              pic x(60).

       fd closure-file.
       01 closure-rec.
           03 clr-customer-id     pic 9(05).
           03                     pic x(14).
           03 clr-status          pic x(08).
           03                     pic x(01).
           03 clr-closed-date     pic x(10).
           03                     pic x(42).

       working-storage section.
       01 wk-sched-status     pic xx.
           88 wk-sched-ok-status    value "00".
           88 wk-recur-ok-status    value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-closure-status   pic xx.
           88 wk-closure-ok-status  value "00".
           88 wk-closure-eof-status value "10".

      *> customers closed on or before the run date.
       78 wk-closed-slots     value 5000.
       01 wk-closed-count     binary-long value 0.
       01 wk-closed-tbl.
           03 wk-closed-id    pic 9(05) occurs 5000 times.
       01 wk-closed-idx       binary-long.
       01 wk-closed-full-sw   pic x(01) value "N".
           88 wk-closed-overflow  value "Y" false "N".
       01 wk-closed-sw        pic x(01).
           88 wk-closed-hit       value "Y" false "N".
       01 wk-drop-count       binary-long value 0.

       01 wk-run-date-cfg     pic x(10).
       01 wk-run-date         pic x(10).
       01 wk-report-line3.
           03                  pic x(20) value "Invalid schedules  :".
           03 rpt-bad-count    pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Closed, dropped    :".
           03 rpt-drop-count   pic zzzz9.

       procedure division.
       custrecur-main.
           if return-code not = 0
               goback returning 1
           end-if
           perform load-closed-customers
           if wk-closed-overflow
               display "custrecur: custclos-register.dat holds more "
                   "than " wk-closed-slots " closed accounts - run "
                   "refused so no closed account is billed"
               goback returning 1
           end-if

           open input sched-file
           if not wk-sched-ok-status
           if wk-run-date-cfg not equal spaces
               move wk-run-date-cfg to wk-run-date
           else
               call "BIZDATE-TODAY" using by reference wk-today-ymd
               end-call
               move wk-today-ymd(1:4) to wk-today-iso-y
               move wk-today-ymd(5:2) to wk-today-iso-m
               move wk-today-ymd(7:2) to wk-today-iso-d
           if wk-run-date < sch-start or wk-run-date > sch-end
               exit section
           end-if
           set wk-closed-hit to false
           perform match-closed-customer
               varying wk-closed-idx from 1 by 1
               until wk-closed-idx > wk-closed-count
                  or wk-closed-hit
           if wk-closed-hit
               add 1 to wk-drop-count
               exit section
           end-if

      *> the month's last day bounds the schedule's day - datechk
      *> owns the month lengths, including February's.
           exit section
           .

       match-closed-customer section.
           if wk-closed-id(wk-closed-idx) = sch-customer-id
               set wk-closed-hit to true
           end-if
           exit section
           .

      *> ISO dates order lexically, so "from the closure date" is a
      *> plain character compare against the run date.
       load-closed-customers section.
           open input closure-file
           if not wk-closure-ok-status
               exit section
           end-if
           set wk-closure-ok-status to true
           perform until not wk-closure-ok-status
               read closure-file
               if not wk-closure-eof-status
                   if clr-status equal "CLOSED"
                       and clr-closed-date <= wk-run-date
                       if wk-closed-count < wk-closed-slots
                           add 1 to wk-closed-count
                           move clr-customer-id
                               to wk-closed-id(wk-closed-count)
                       else
                           set wk-closed-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close closure-file
           exit section
           .

       write-due-transaction section.
           move sch-customer-id to rcr-customer-id
           move sch-type to rcr-type
           move wk-read-count to rpt-read-count
           move wk-due-count to rpt-due-count
           move wk-bad-count to rpt-bad-count
           move wk-drop-count to rpt-drop-count
           open output report-file
           if not wk-report-ok-status
               display "custrecur: unable to open "
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               close report-file
           end-if
           exit section
