      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * GLCLOSE closes a fiscal period once finance has reported it,
      * so nothing can be dated into it afterwards. The period state
      * lives on glclose-periods.dat (one row per period: fiscal
      * year, period, CLOSED or REOPENED, date, operator), which the
      * shared glperiod reads for every write-path program: custpost
      * moves a transaction whose value date falls in a closed
      * period into the current open period and marks its ledger
      * row, refuses a run dated into one, custaccr refuses to
      * accrue into one and glbal refuses to carry a journal into
      * one.
      *
      *   GLCLOSE_ACTION  CLOSE, REOPEN, or not set to list the
      *                   periods on file
      *   GLCLOSE_PERIOD  yyyypp - the fiscal year and period
      *
      * CLOSE is made by an operator the shared mfutauth gate lets
      * through (action UPDATE), and only for a period on the
      * FISCALCAL calendar that has ended and whose last day has
      * been proved: glrecon-verdict.dat must show glrecon PROVED a
      * journal on or after the period's end date, and
      * custtrial-report.txt must show the trial balance GOOD.
      *
      * REOPEN takes two operators, the same four-eyes path custmnt's
      * high-value changes and custwoff's write-offs take: the first
      * REOPEN parks a PENDING "O" item for the period on
      * custmnt-pending.dat, a different operator approves it
      * through custappr (CUSTAPPR_PERIOD), and the next REOPEN run
      * finds it APPROVED, marks the period REOPENED and the item
      * RELEASED.
      *****************************************************************
       identification division.
       program-id. glclose.
       environment division.
       input-output section.
           file-control.
           select period-file assign to "glclose-periods.dat"
           organization is line sequential
           file status is wk-period-status.

           select fiscal-file assign external fiscalcal
           organization is line sequential
           file status is wk-fiscal-status.

           select verdict-file assign to "glrecon-verdict.dat"
           organization is line sequential
           file status is wk-verdict-status.

           select trial-report assign to "custtrial-report.txt"
           organization is line sequential
           file status is wk-trpt-status.

           select pending-file assign to "custmnt-pending.dat"
           organization is line sequential
           file status is wk-pending-status.
       data division.
       file section.
       fd period-file.
       01 period-rec              pic x(45).

       fd fiscal-file.
       01 fiscal-rec.
           03 fc-year             pic 9(04).
           03                     pic x(01).
           03 fc-period           pic 9(02).
           03                     pic x(01).
           03 fc-start            pic x(10).
           03                     pic x(01).
           03 fc-end              pic x(10).

       fd verdict-file.
       01 verdict-rec.
           03 vrd-run-id          pic x(20).
           03                     pic x(01).
           03 vrd-verdict         pic x(08).
           03                     pic x(01).
           03 vrd-date            pic 9(08).

       fd trial-report.
       01 trial-report-rec.
           03 trt-label           pic x(20).
           03 trt-value           pic x(16).
           03 filler              pic x(24).

       fd pending-file.
       01 pending-rec             pic x(114).

       working-storage section.
       01 wk-period-status    pic xx.
           88 wk-period-ok-status   value "00".
           88 wk-period-eof-status  value "10".
       01 wk-fiscal-status    pic xx.
           88 wk-fiscal-ok-status   value "00".
           88 wk-fiscal-eof-status  value "10".
       01 wk-verdict-status   pic xx.
           88 wk-verdict-ok-status  value "00".
       01 wk-trpt-status      pic xx.
           88 wk-trpt-ok-status     value "00".
           88 wk-trpt-eof-status    value "10".
       01 wk-pending-status   pic xx.
           88 wk-pending-ok-status  value "00".
           88 wk-pending-eof-status value "10".

       01 wk-action-cfg       pic x(08).
       01 wk-period-cfg       pic x(06).
       01 wk-period-key redefines wk-period-cfg.
           03 wk-want-year    pic 9(04).
           03 wk-want-period  pic 9(02).

      *> the whole control file, held and rewritten in place.
       01 wk-prd-count        binary-long value 0.
       01 wk-prd-tbl.
           03 wk-prd-entry occurs 1000 times.
               05 wk-prd-line     pic x(45).
       01 wk-prd-line-rdf.
           03 prd-fiscal-year     pic 9(04).
           03                     pic x(01).
           03 prd-fiscal-period   pic 9(02).
           03                     pic x(01).
           03 prd-status          pic x(08).
           03                     pic x(01).
           03 prd-date            pic 9(08).
           03                     pic x(01).
           03 prd-operator        pic x(20).
       01 wk-prd-idx          binary-long.
       01 wk-prd-target       binary-long.
       01 wk-prd-full-sw      pic x(01) value "N".
           88 wk-prd-overflow     value "Y" false "N".

      *> the shared pending file, held and rewritten in place the way
      *> custappr and custwoff hold it; a reopen is an "O" item whose
      *> image carries the period where a customer item carries its
      *> record.
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
               07 pnd-period      pic x(06).
               07 filler          pic x(54).
       01 wk-pend-idx         binary-long.
       01 wk-pending-idx      binary-long.
       01 wk-approved-idx     binary-long.
       01 wk-pend-full-sw     pic x(01) value "N".
           88 wk-pend-overflow    value "Y" false "N".

       01 wk-fiscal-found-sw  pic x(01) value "N".
           88 wk-fiscal-found     value "Y" false "N".
       01 wk-period-end       pic x(10).
       01 wk-period-end-ymd   pic 9(08).
       01 wk-trial-verdict    pic x(08) value spaces.

       01 wk-auth-program     pic x(30) value "glclose".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-today-ymd        pic 9(08).
       01 wk-stamp-time       pic 9(08).

       procedure division.
       glclose-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           perform load-period-file
           if wk-prd-overflow
               display "glclose: glclose-periods.dat holds more rows "
                   "than the table - run refused"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "GLCLOSE_ACTION"
           if wk-action-cfg equal spaces
               perform list-period-row
                   varying wk-prd-idx from 1 by 1
                   until wk-prd-idx > wk-prd-count
               display "glclose: " wk-prd-count " period(s) on file"
               goback returning 0
           end-if
           if wk-action-cfg not equal "CLOSE"
               and wk-action-cfg not equal "REOPEN"
               display "glclose: GLCLOSE_ACTION must be CLOSE or "
                   "REOPEN"
               goback returning 1
           end-if

           accept wk-period-cfg from environment "GLCLOSE_PERIOD"
           if wk-period-cfg not numeric
               display "glclose: GLCLOSE_PERIOD must be yyyypp"
               goback returning 1
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           move 0 to wk-prd-target
           perform find-period-row
               varying wk-prd-idx from 1 by 1
               until wk-prd-idx > wk-prd-count
                  or wk-prd-target > 0

           if wk-action-cfg equal "CLOSE"
               perform close-fiscal-period
           else
               perform reopen-fiscal-period
           end-if
           goback returning return-code.

       list-period-row section.
           move wk-prd-line(wk-prd-idx) to wk-prd-line-rdf
           display "  " prd-fiscal-year "/" prd-fiscal-period " "
               prd-status " " prd-date " " prd-operator
           exit section
           .

       find-period-row section.
           move wk-prd-line(wk-prd-idx) to wk-prd-line-rdf
           if prd-fiscal-year = wk-want-year
               and prd-fiscal-period = wk-want-period
               move wk-prd-idx to wk-prd-target
           end-if
           exit section
           .

      *> a period closes once it is over and its last night has been
      *> proved end to end.
       close-fiscal-period section.
           move 0 to return-code
           if wk-prd-target > 0
               move wk-prd-line(wk-prd-target) to wk-prd-line-rdf
               if prd-status equal "CLOSED"
                   display "glclose: period " wk-period-cfg
                       " is already closed"
                   move 1 to return-code
                   exit section
               end-if
           end-if

           perform find-period-end
           if not wk-fiscal-found
               display "glclose: period " wk-period-cfg
                   " is not on the FISCALCAL calendar"
               move 1 to return-code
               exit section
           end-if
           move wk-period-end(1:4) to wk-period-end-ymd(1:4)
           move wk-period-end(6:2) to wk-period-end-ymd(5:2)
           move wk-period-end(9:2) to wk-period-end-ymd(7:2)
           if wk-period-end-ymd not < wk-today-ymd
               display "glclose: period " wk-period-cfg
                   " has not ended - it runs to " wk-period-end
               move 1 to return-code
               exit section
           end-if

           open input verdict-file
           if not wk-verdict-ok-status
               display "glclose: no glrecon verdict - period "
                   wk-period-cfg " not closed"
               move 1 to return-code
               exit section
           end-if
           read verdict-file
           close verdict-file
           if vrd-verdict not equal "PROVED"
               or vrd-date not numeric
               or vrd-date < wk-period-end-ymd
               display "glclose: glrecon has not proved a journal "
                   "on or after " wk-period-end " - period "
                   wk-period-cfg " not closed"
               move 1 to return-code
               exit section
           end-if

           perform read-trial-verdict
           if wk-trial-verdict not equal "GOOD"
               display "glclose: custtrial has not passed - period "
                   wk-period-cfg " not closed"
               move 1 to return-code
               exit section
           end-if

           if wk-prd-target = 0
               if wk-prd-count >= 1000
                   display "glclose: glclose-periods.dat is full"
                   move 1 to return-code
                   exit section
               end-if
               add 1 to wk-prd-count
               move wk-prd-count to wk-prd-target
           end-if
           move spaces to wk-prd-line-rdf
           move wk-want-year to prd-fiscal-year
           move wk-want-period to prd-fiscal-period
           move "CLOSED" to prd-status
           move wk-today-ymd to prd-date
           move wk-auth-operator to prd-operator
           move wk-prd-line-rdf to wk-prd-line(wk-prd-target)
           perform write-period-file
           if return-code = 0
               display "glclose: period " wk-period-cfg
                   " closed by " wk-auth-operator
           end-if
           exit section
           .

      *> the second pair of eyes is custappr's; this only parks the
      *> request and, once approved, releases it.
       reopen-fiscal-period section.
           move 0 to return-code
           if wk-prd-target = 0
               display "glclose: period " wk-period-cfg
                   " is not closed"
               move 1 to return-code
               exit section
           end-if
           move wk-prd-line(wk-prd-target) to wk-prd-line-rdf
           if prd-status not equal "CLOSED"
               display "glclose: period " wk-period-cfg
                   " is not closed"
               move 1 to return-code
               exit section
           end-if

           perform load-pending-file
           if wk-pend-overflow
               display "glclose: custmnt-pending.dat holds more "
                   "rows than the table - run refused"
               move 1 to return-code
               exit section
           end-if
           move 0 to wk-pending-idx wk-approved-idx
           perform find-reopen-item
               varying wk-pend-idx from 1 by 1
               until wk-pend-idx > wk-pend-count

           evaluate true
               when wk-approved-idx > 0
                   move wk-pnd-line(wk-approved-idx)
                       to wk-pend-line-rdf
                   move "RELEASED" to pnd-status
                   move wk-pend-line-rdf to wk-pnd-line(wk-approved-idx)
                   move wk-prd-line(wk-prd-target) to wk-prd-line-rdf
                   move "REOPENED" to prd-status
                   move wk-today-ymd to prd-date
                   move wk-auth-operator to prd-operator
                   move wk-prd-line-rdf to wk-prd-line(wk-prd-target)
                   perform write-period-file
                   if return-code = 0
                       perform write-pending-file
                       display "glclose: period " wk-period-cfg
                           " reopened"
                   end-if
               when wk-pending-idx > 0
                   display "glclose: reopen of period " wk-period-cfg
                       " is awaiting approval through custappr"
                   move 1 to return-code
               when other
                   perform park-reopen-request
           end-evaluate
           exit section
           .

       find-reopen-item section.
           move wk-pnd-line(wk-pend-idx) to wk-pend-line-rdf
           if pnd-action equal "O"
               and pnd-period equal wk-period-cfg
               evaluate pnd-status
                   when "APPROVED"
                       move wk-pend-idx to wk-approved-idx
                   when "PENDING"
                       move wk-pend-idx to wk-pending-idx
               end-evaluate
           end-if
           exit section
           .

       park-reopen-request section.
           if wk-pend-count >= 200
               display "glclose: pending file full - reopen of "
                   "period " wk-period-cfg " not parked"
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
           move "O" to pnd-action
           move 0 to pnd-customer-id
           move wk-period-cfg to pnd-period
           move wk-pend-line-rdf to wk-pnd-line(wk-pend-count)
           perform write-pending-file
           display "glclose: reopen of period " wk-period-cfg
               " parked for approval - a different operator "
               "approves it through custappr"
           exit section
           .

       find-period-end section.
           set wk-fiscal-found to false
           open input fiscal-file
           if not wk-fiscal-ok-status
               exit section
           end-if
           set wk-fiscal-ok-status to true
           perform until not wk-fiscal-ok-status
               read fiscal-file
               if not wk-fiscal-eof-status
                   if fc-year = wk-want-year
                       and fc-period = wk-want-period
                       move fc-end to wk-period-end
                       set wk-fiscal-found to true
                   end-if
               end-if
           end-perform
           close fiscal-file
           exit section
           .

       read-trial-verdict section.
           open input trial-report
           if not wk-trpt-ok-status
               exit section
           end-if
           set wk-trpt-ok-status to true
           perform until not wk-trpt-ok-status
               read trial-report
               if not wk-trpt-eof-status
                   if trt-label equal "Trial balance      :"
                       move trt-value(1:8) to wk-trial-verdict
                   end-if
               end-if
           end-perform
           close trial-report
           exit section
           .

       load-period-file section.
           open input period-file
           if not wk-period-ok-status
               exit section
           end-if
           set wk-period-ok-status to true
           perform until not wk-period-ok-status
               read period-file
               if not wk-period-eof-status
                   if wk-prd-count < 1000
                       add 1 to wk-prd-count
                       move period-rec to wk-prd-line(wk-prd-count)
                   else
                       set wk-prd-overflow to true
                   end-if
               end-if
           end-perform
           close period-file
           exit section
           .

       write-period-file section.
           move 0 to return-code
           open output period-file
           if not wk-period-ok-status
               display "glclose: unable to rewrite "
                   "glclose-periods.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-period-row
               varying wk-prd-idx from 1 by 1
               until wk-prd-idx > wk-prd-count
           close period-file
           exit section
           .

       write-period-row section.
           write period-rec from wk-prd-line(wk-prd-idx)
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
               display "glclose: unable to rewrite "
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

       end program glclose.
