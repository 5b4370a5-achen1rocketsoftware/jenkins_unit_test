      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTWTCH screens customer names against the sanctions and
      * fraud watch-list compliance maintains (the WATCHLIST DD, one
      * row per listed name -
      *   list reference x(10), list x(10) (SANCTIONS, FRAUD, ...),
      *   surname x(30), first name x(30)
      * space separated; a blank first name lists the surname alone).
      *
      *   CUSTWTCH_MODE  FULL - every customer on the master, on
      *                  demand; not set - the nightly incremental
      *                  run over the adds and name changes
      *                  custaudit has written to customer-audit.dat
      *                  since the last run (custwtch-hwm.dat holds
      *                  the date and time of the newest row taken)
      *
      * Both the customer's and the listed names are compared
      * upper-cased, exactly and by the shared phonetic code
      * (custsndx's CUSTSNDX-PHONETIC), and scored:
      *   100  surname and first name both exact
      *    90  surname exact, first name sounds the same - or the
      *        listed surname alone, exact
      *    80  surname and first name both sound the same
      *    70  the listed surname alone, sounding the same
      * Anything scoring CUSTWTCH_MIN_SCORE (default 70) or better is
      * a hit, appended to the review file custwtch-review.dat -
      *   date 9(8), customer-id 9(5), list reference x(10),
      *   score 9(3), status x(9), reviewer x(20), customer name
      * - as OPEN, unless the same customer and reference are on
      * the review file already, whatever their status.
      *
      * Compliance works the file through CUSTWTCH_ACTION CLEAR (a
      * false match) or CONFIRM (a true one), naming the hit with
      * CUSTWTCH_CUSTOMER_ID and CUSTWTCH_REF, as an operator the
      * shared mfutauth gate lets through (action UPDATE); the
      * reviewer is stamped on the row. Until a hit is CLEARED,
      * extrgen keeps the customer out of every subscriber extract.
      * The run's counts land in custwtch-report.txt.
      *****************************************************************
       identification division.
       program-id. custwtch.
       environment division.
       input-output section.
           file-control.
           select watch-file assign external watchlist
           organization is line sequential
           file status is wk-watch-status.

           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select audit-file assign to "customer-audit.dat"
           organization is line sequential
           file status is wk-audit-status.

           select hwm-file assign to "custwtch-hwm.dat"
           organization is line sequential
           file status is wk-hwm-status.

           select review-file assign to "custwtch-review.dat"
           organization is line sequential
           file status is wk-review-status.

           select report-file assign to "custwtch-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd watch-file.
       01 watch-rec.
           03 wl-ref              pic x(10).
           03                     pic x(01).
           03 wl-list             pic x(10).
           03                     pic x(01).
           03 wl-sname            pic x(30).
           03                     pic x(01).
           03 wl-fname            pic x(30).

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd audit-file.
       01 audit-rec.
           03 aud-customer-id     pic 9(05).
           03                     pic x(01).
           03 aud-date            pic 9(08).
           03                     pic x(01).
           03 aud-time            pic 9(08).
           03                     pic x(01).
           03 aud-run-id          pic x(20).
           03                     pic x(01).
           03 aud-action          pic x(01).
           03                     pic x(01).
           03 aud-before-image    pic x(65).
           03                     pic x(01).
           03 aud-after-image     pic x(65).
           03                     pic x(32).

       fd hwm-file.
       01 hwm-rec.
           03 hwm-date            pic 9(08).
           03                     pic x(01).
           03 hwm-time            pic 9(08).

       fd review-file.
       01 review-rec              pic x(110).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-watch-status     pic xx.
           88 wk-watch-ok-status    value "00".
           88 wk-watch-eof-status   value "10".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-hwm-status       pic xx.
           88 wk-hwm-ok-status      value "00".
       01 wk-review-status    pic xx.
           88 wk-review-ok-status   value "00".
           88 wk-review-eof-status  value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-mode-cfg         pic x(08).
           88 wk-full-mode        value "FULL".
       01 wk-action-cfg       pic x(08).
       01 wk-customer-id-cfg  pic 9(05).
       01 wk-ref-cfg          pic x(10).
       01 wk-min-score-cfg    pic 9(03).
       01 wk-min-score        pic 9(03) value 70.

      *> the watch-list, upper-cased and phonetically coded once.
       78 wk-watch-slots      value 5000.
       01 wk-watch-count      binary-long value 0.
       01 wk-watch-tbl.
           03 wk-watch-entry occurs 5000 times.
               05 wk-wch-ref      pic x(10).
               05 wk-wch-sname    pic x(30).
               05 wk-wch-fname    pic x(30).
               05 wk-wch-sname-ph pic x(04).
               05 wk-wch-fname-ph pic x(04).
       01 wk-watch-idx        binary-long.
       01 wk-watch-full-sw    pic x(01) value "N".
           88 wk-watch-overflow   value "Y" false "N".

      *> the review file, held whole: the dedupe check reads it and
      *> the desk actions rewrite it.
       78 wk-review-slots     value 5000.
       01 wk-review-count     binary-long value 0.
       01 wk-review-tbl.
           03 wk-rvw-line     pic x(110) occurs 5000 times.
       01 wk-review-idx       binary-long.
       01 wk-review-found     binary-long.
       01 wk-review-full-sw   pic x(01) value "N".
           88 wk-review-overflow  value "Y" false "N".
       01 wk-review-line-rdf.
           03 rvw-date            pic 9(08).
           03                     pic x(01).
           03 rvw-customer-id     pic 9(05).
           03                     pic x(01).
           03 rvw-ref             pic x(10).
           03                     pic x(01).
           03 rvw-score           pic 9(03).
           03                     pic x(01).
           03 rvw-status          pic x(09).
           03                     pic x(01).
           03 rvw-reviewer        pic x(20).
           03                     pic x(01).
           03 rvw-name            pic x(31).
           03                     pic x(18).

      *> the customer in hand.
       01 wk-scr-customer-id  pic 9(05).
       01 wk-scr-fname        pic x(30).
       01 wk-scr-sname        pic x(30).
       01 wk-scr-fname-ph     pic x(04).
       01 wk-scr-sname-ph     pic x(04).
       01 wk-score            pic 9(03).
       01 wk-phon-name        pic x(30).
       01 wk-phon-code        pic x(04).

       01 wk-hwm-date         pic 9(08) value 0.
       01 wk-hwm-time         pic 9(08) value 0.
       01 wk-new-hwm-date     pic 9(08) value 0.
       01 wk-new-hwm-time     pic 9(08) value 0.

       01 wk-screen-count     binary-long value 0.
       01 wk-hit-count        binary-long value 0.
       01 wk-known-count      binary-long value 0.

       01 wk-today-ymd        pic 9(8).

       01 wk-auth-program     pic x(30) value "custwtch".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-report-line1.
           03                  pic x(20) value "Screening mode     :".
           03 rpt-mode         pic x(11).
       01 wk-report-line2.
           03                  pic x(20) value "Watch-list names   :".
           03 rpt-watch-count  pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Customers screened :".
           03 rpt-screen-count pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "New hits for review:".
           03 rpt-hit-count    pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Hits already known :".
           03 rpt-known-count  pic zzzzzzz9.

       procedure division.
       custwtch-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           perform load-review-file
           if wk-review-overflow
               display "custwtch: custwtch-review.dat holds more rows "
                   "than the table - run refused so no hit is lost to "
                   "a truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "CUSTWTCH_ACTION"
           if wk-action-cfg not equal spaces
               perform review-desk-action
               goback returning return-code
           end-if

           accept wk-min-score-cfg from environment
               "CUSTWTCH_MIN_SCORE"
           if wk-min-score-cfg numeric and wk-min-score-cfg > 0
               move wk-min-score-cfg to wk-min-score
           end-if
           perform load-watch-list
           if return-code not = 0
               goback returning 1
           end-if

           accept wk-mode-cfg from environment "CUSTWTCH_MODE"
           if wk-full-mode
               perform screen-full-master
           else
               perform screen-audit-changes
           end-if
           if return-code not = 0
               goback returning 1
           end-if

           perform write-review-file
           perform write-summary-report
           display "custwtch: " wk-screen-count " customer(s) "
               "screened, " wk-hit-count " new hit(s) for review"
           goback returning 0.

      *> CLEAR or CONFIRM one OPEN hit, by an authorised operator.
       review-desk-action section.
           if wk-action-cfg not equal "CLEAR"
               and wk-action-cfg not equal "CONFIRM"
               display "custwtch: CUSTWTCH_ACTION must be CLEAR or "
                   "CONFIRM"
               move 1 to return-code
               exit section
           end-if
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               move 1 to return-code
               exit section
           end-if
           accept wk-customer-id-cfg from environment
               "CUSTWTCH_CUSTOMER_ID"
           accept wk-ref-cfg from environment "CUSTWTCH_REF"
           move 0 to wk-review-found
           perform find-open-hit
               varying wk-review-idx from 1 by 1
               until wk-review-idx > wk-review-count
                  or wk-review-found > 0
           if wk-review-found = 0
               display "custwtch: no OPEN hit for customer "
                   wk-customer-id-cfg " against " wk-ref-cfg
               move 1 to return-code
               exit section
           end-if
           move wk-rvw-line(wk-review-found) to wk-review-line-rdf
           if wk-action-cfg equal "CLEAR"
               move "CLEARED" to rvw-status
           else
               move "CONFIRMED" to rvw-status
           end-if
           move wk-auth-operator to rvw-reviewer
           move wk-review-line-rdf to wk-rvw-line(wk-review-found)
           perform write-review-file
           display "custwtch: hit for customer " wk-customer-id-cfg
               " against " wk-ref-cfg " marked " rvw-status
           move 0 to return-code
           exit section
           .

       find-open-hit section.
           move wk-rvw-line(wk-review-idx) to wk-review-line-rdf
           if rvw-customer-id = wk-customer-id-cfg
               and rvw-ref equal wk-ref-cfg
               and rvw-status equal "OPEN"
               move wk-review-idx to wk-review-found
           end-if
           exit section
           .

       load-watch-list section.
           open input watch-file
           if not wk-watch-ok-status
               display "custwtch: unable to open WATCHLIST"
               move 1 to return-code
               exit section
           end-if
           set wk-watch-ok-status to true
           perform until not wk-watch-ok-status
               read watch-file
               if not wk-watch-eof-status
                   if wl-sname not equal spaces
                       perform hold-watch-entry
                   end-if
               end-if
           end-perform
           close watch-file
           if wk-watch-overflow
               display "custwtch: WATCHLIST holds more names than the "
                   "table - run refused rather than screen against "
                   "part of the list"
               move 1 to return-code
           end-if
           exit section
           .

       hold-watch-entry section.
           if wk-watch-count >= wk-watch-slots
               set wk-watch-overflow to true
               exit section
           end-if
           add 1 to wk-watch-count
           move wl-ref to wk-wch-ref(wk-watch-count)
           move wl-sname to wk-wch-sname(wk-watch-count)
           move wl-fname to wk-wch-fname(wk-watch-count)
           inspect wk-watch-entry(wk-watch-count) converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move wl-sname to wk-phon-name
           perform code-phon-name
           move wk-phon-code to wk-wch-sname-ph(wk-watch-count)
           move wl-fname to wk-phon-name
           perform code-phon-name
           move wk-phon-code to wk-wch-fname-ph(wk-watch-count)
           exit section
           .

       code-phon-name section.
           call "CUSTSNDX-PHONETIC" using
               by reference wk-phon-name
               by reference wk-phon-code
           end-call
           exit section
           .

       screen-full-master section.
           move "FULL" to rpt-mode
           open input cust
           if not wk-cust-ok-status
               display "custwtch: unable to open customers master"
               move 1 to return-code
               exit section
           end-if
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   move customer-id to wk-scr-customer-id
                   move customer-fname to wk-scr-fname
                   move customer-sname to wk-scr-sname
                   perform screen-one-customer
               end-if
           end-perform
           close cust
           exit section
           .

      *> an add (blank before image) or a change whose names differ
      *> from the before image; the stamp of the newest row taken is
      *> the next run's starting point. A row stamped the same second
      *> as the last one taken is looked at again - the review file
      *> already knows any hit it gives.
       screen-audit-changes section.
           move "INCREMENTAL" to rpt-mode
           open input hwm-file
           if wk-hwm-ok-status
               read hwm-file
               if wk-hwm-ok-status
                   and hwm-date numeric and hwm-time numeric
                   move hwm-date to wk-hwm-date
                   move hwm-time to wk-hwm-time
               end-if
               close hwm-file
           end-if
           move wk-hwm-date to wk-new-hwm-date
           move wk-hwm-time to wk-new-hwm-time
           open input audit-file
           if not wk-audit-ok-status
               exit section
           end-if
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   perform take-audit-row
               end-if
           end-perform
           close audit-file

           open output hwm-file
           if wk-hwm-ok-status
               move spaces to hwm-rec
               move wk-new-hwm-date to hwm-date
               move wk-new-hwm-time to hwm-time
               write hwm-rec
               close hwm-file
           end-if
           exit section
           .

       take-audit-row section.
           if aud-date not numeric or aud-time not numeric
               exit section
           end-if
           if aud-date < wk-hwm-date
               or (aud-date = wk-hwm-date and aud-time < wk-hwm-time)
               exit section
           end-if
           if aud-date > wk-new-hwm-date
               or (aud-date = wk-new-hwm-date
                   and aud-time > wk-new-hwm-time)
               move aud-date to wk-new-hwm-date
               move aud-time to wk-new-hwm-time
           end-if
           if aud-after-image equal spaces
               exit section
           end-if
           if aud-before-image not equal spaces
               and aud-before-image(6:30) equal aud-after-image(6:30)
               exit section
           end-if
           move aud-after-image(1:5) to wk-scr-customer-id
           move aud-after-image(6:14) to wk-scr-fname
           move aud-after-image(20:16) to wk-scr-sname
           perform screen-one-customer
           exit section
           .

       screen-one-customer section.
           add 1 to wk-screen-count
           inspect wk-scr-fname converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect wk-scr-sname converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move wk-scr-sname to wk-phon-name
           perform code-phon-name
           move wk-phon-code to wk-scr-sname-ph
           move wk-scr-fname to wk-phon-name
           perform code-phon-name
           move wk-phon-code to wk-scr-fname-ph
           perform score-watch-entry
               varying wk-watch-idx from 1 by 1
               until wk-watch-idx > wk-watch-count
           exit section
           .

       score-watch-entry section.
           move 0 to wk-score
           if wk-wch-fname(wk-watch-idx) equal spaces
               evaluate true
                   when wk-scr-sname equal wk-wch-sname(wk-watch-idx)
                       move 90 to wk-score
                   when wk-scr-sname-ph not equal spaces
                       and wk-scr-sname-ph
                           equal wk-wch-sname-ph(wk-watch-idx)
                       move 70 to wk-score
               end-evaluate
           else
               evaluate true
                   when wk-scr-sname equal wk-wch-sname(wk-watch-idx)
                       and wk-scr-fname
                           equal wk-wch-fname(wk-watch-idx)
                       move 100 to wk-score
                   when wk-scr-sname equal wk-wch-sname(wk-watch-idx)
                       and wk-scr-fname-ph not equal spaces
                       and wk-scr-fname-ph
                           equal wk-wch-fname-ph(wk-watch-idx)
                       move 90 to wk-score
                   when wk-scr-sname-ph not equal spaces
                       and wk-scr-sname-ph
                           equal wk-wch-sname-ph(wk-watch-idx)
                       and wk-scr-fname-ph not equal spaces
                       and wk-scr-fname-ph
                           equal wk-wch-fname-ph(wk-watch-idx)
                       move 80 to wk-score
               end-evaluate
           end-if
           if wk-score = 0 or wk-score < wk-min-score
               exit section
           end-if
           perform raise-review-hit
           exit section
           .

       raise-review-hit section.
           move 0 to wk-review-found
           perform find-known-hit
               varying wk-review-idx from 1 by 1
               until wk-review-idx > wk-review-count
                  or wk-review-found > 0
           if wk-review-found > 0
               add 1 to wk-known-count
               exit section
           end-if
           if wk-review-count >= wk-review-slots
               set wk-review-overflow to true
               display "custwtch: review table full - hit for "
                   "customer " wk-scr-customer-id " against "
                   wk-wch-ref(wk-watch-idx) " not recorded"
               exit section
           end-if
           move spaces to wk-review-line-rdf
           move wk-today-ymd to rvw-date
           move wk-scr-customer-id to rvw-customer-id
           move wk-wch-ref(wk-watch-idx) to rvw-ref
           move wk-score to rvw-score
           move "OPEN" to rvw-status
           string wk-scr-fname delimited by "  "
               " " delimited by size
               wk-scr-sname delimited by "  "
               into rvw-name
           end-string
           add 1 to wk-review-count
           move wk-review-line-rdf to wk-rvw-line(wk-review-count)
           add 1 to wk-hit-count
           display "custwtch: customer " wk-scr-customer-id
               " matches " wk-wch-ref(wk-watch-idx) " score "
               wk-score
           exit section
           .

       find-known-hit section.
           move wk-rvw-line(wk-review-idx) to wk-review-line-rdf
           if rvw-customer-id = wk-scr-customer-id
               and rvw-ref equal wk-wch-ref(wk-watch-idx)
               move wk-review-idx to wk-review-found
           end-if
           exit section
           .

       load-review-file section.
           open input review-file
           if not wk-review-ok-status
               exit section
           end-if
           set wk-review-ok-status to true
           perform until not wk-review-ok-status
               read review-file
               if not wk-review-eof-status
                   if wk-review-count < wk-review-slots
                       add 1 to wk-review-count
                       move review-rec to wk-rvw-line(wk-review-count)
                   else
                       set wk-review-overflow to true
                   end-if
               end-if
           end-perform
           close review-file
           exit section
           .

       write-review-file section.
           open output review-file
           if not wk-review-ok-status
               display "custwtch: unable to rewrite "
                   "custwtch-review.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-review-row
               varying wk-review-idx from 1 by 1
               until wk-review-idx > wk-review-count
           close review-file
           exit section
           .

       write-review-row section.
           write review-rec from wk-rvw-line(wk-review-idx)
           exit section
           .

       write-summary-report section.
           move wk-watch-count to rpt-watch-count
           move wk-screen-count to rpt-screen-count
           move wk-hit-count to rpt-hit-count
           move wk-known-count to rpt-known-count
           open output report-file
           if not wk-report-ok-status
               display "custwtch: unable to open custwtch-report.txt"
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

       end program custwtch.
