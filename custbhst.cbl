      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTBHST is the nightly balance snapshot: it appends each
      * customer's closing customer-balance and account status to
      * the balance history (custbhst-history.dat), so "what was the
      * balance on 14 March" is a lookup (custbinq) instead of a
      * replay of the ledger or the audit images.
      *
      * The history is kept compact: a customer only gets a row when
      * the balance or the status differs from that customer's last
      * row on file (and on the first night it is seen), so a row
      * holds from its date until the next row for the customer -
      *   customer-id 9(5), date (ISO yyyy-mm-dd),
      *   balance s9(9)v99 sign leading separate, status x(1)
      * space separated. A second run on the same day appends a
      * later row for the same date, which supersedes the earlier.
      *
      * The run only reads the master, so it takes no lock; the
      * counts land in custbhst-report.txt.
      *****************************************************************
       identification division.
       program-id. custbhst.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select history-file assign to "custbhst-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select report-file assign to "custbhst-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd history-file.
       01 history-rec.
           03 bh-customer-id      pic 9(05).
           03                     pic x(01).
           03 bh-date             pic x(10).
           03                     pic x(01).
           03 bh-balance          pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 bh-status           pic x(01).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> the last row on file for every customer-id, addressed by the
      *> id itself.
       01 wk-last-tbl.
           03 wk-last-entry occurs 99999 times.
               05 wk-last-seen    pic x(01).
               05 wk-last-balance pic s9(9)v99.
               05 wk-last-status  pic x(01).

       01 wk-scan-count       binary-long value 0.
       01 wk-write-count      binary-long value 0.
       01 wk-history-count    binary-long value 0.

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-report-line1.
           03                  pic x(20) value "Snapshot date      :".
           03 rpt-date         pic x(10).
       01 wk-report-line2.
           03                  pic x(20) value "Accounts scanned   :".
           03 rpt-scan-count   pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Rows appended      :".
           03 rpt-write-count  pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Rows on file before:".
           03 rpt-history-count pic zzzzzzz9.

       procedure division.
       custbhst-main.
           perform build-today-iso-date
           perform load-last-rows

           open input cust
           if not wk-cust-ok-status
               display "custbhst: unable to open customers master"
               goback returning 1
           end-if
           open extend history-file
           if not wk-history-ok-status
               open output history-file
           end-if
           if not wk-history-ok-status
               display "custbhst: unable to open custbhst-history.dat"
               close cust
               goback returning 1
           end-if

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform snapshot-one-account
               end-if
           end-perform
           close history-file
           close cust

           perform write-summary-report
           display "custbhst: " wk-write-count " of " wk-scan-count
               " account(s) changed since the last snapshot"
           goback returning 0.

       load-last-rows section.
           initialize wk-last-tbl
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   add 1 to wk-history-count
                   if bh-customer-id numeric
                       and bh-customer-id > 0
                       and bh-balance numeric
                       move "Y" to wk-last-seen(bh-customer-id)
                       move bh-balance
                           to wk-last-balance(bh-customer-id)
                       move bh-status
                           to wk-last-status(bh-customer-id)
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

      *> an unchanged account writes nothing; its last row still
      *> holds.
       snapshot-one-account section.
           if customer-id = 0
               exit section
           end-if
           if wk-last-seen(customer-id) equal "Y"
               and wk-last-balance(customer-id) = customer-balance
               and wk-last-status(customer-id)
                   equal customer-acct-status
               exit section
           end-if
           move spaces to history-rec
           move customer-id to bh-customer-id
           move wk-today-iso to bh-date
           move customer-balance to bh-balance
           move customer-acct-status to bh-status
           write history-rec
           add 1 to wk-write-count
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
           move wk-today-iso to rpt-date
           move wk-scan-count to rpt-scan-count
           move wk-write-count to rpt-write-count
           move wk-history-count to rpt-history-count
           open output report-file
           if not wk-report-ok-status
               display "custbhst: unable to open custbhst-report.txt"
           else
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               write report-rec from wk-report-line4
               close report-file
           end-if
           exit section
           .

       end program custbhst.
