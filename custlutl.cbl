      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTLUTL is the credit-limit utilisation report: the
      * accounts that are close enough to their limit that the next
      * charge custpost sees may be refused. It walks the
      * "customers" master and takes each account's limit from the
      * CUSTLIMIT child file (custlmnt maintains it), or the
      * shop-wide CUSTLIMIT_DEFAULT (whole currency units, 5000 when
      * not set, and the value in force today on the shared
      * business-parameter file, bizparm, when it has one) for a
      * customer with no row - the same resolution custpost applies
      * when it posts a charge.
      *
      *   CUSTLUTL_THRESHOLD - the utilisation, in whole percent, an
      *                        account must be above to be listed
      *                        (default 80)
      *
      * Utilisation is the amount owed - a negative balance, which
      * each charge takes further down - as a percentage of the
      * limit; an account in credit or closed is left out. A zero
      * limit allows no debt at all, so any debt against one lists
      * at 999%. custlutl-report.txt carries one line per listed
      * account (id, surname, balance, limit, utilisation) and the
      * scanned/listed summary. The surname and balance are shown
      * at the operator's piimask level.
      *****************************************************************
       identification division.
       program-id. custlutl.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select limit-file assign external custlimit
           organization is indexed
           access mode is random
           record key is lim-customer-id
           file status is wk-limit-status.

           select report-file assign to "custlutl-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd limit-file.
       01 limit-rec.
           copy "customer-limit.cpy".

       fd report-file.
       01 report-rec              pic x(80).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-limit-status     pic xx.
           88 wk-limit-ok-status    value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-limit-open-sw    pic x(01) value "N".
           88 wk-limit-open       value "Y" false "N".
       01 wk-limit-default-cfg pic 9(09).
       01 wk-limit-default    pic 9(09)v99 value 5000.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-threshold-cfg    pic 9(03).
       01 wk-threshold        pic 9(03) value 80.
       01 wk-credit-limit     pic 9(09)v99.
       01 wk-utilisation      pic 9(03).
       01 wk-owed-amount      pic 9(09)v99.

       01 wk-scan-count       binary-long value 0.
       01 wk-listed-count     binary-long value 0.

       01 wk-header-line.
           03                  pic x(05) value "Id".
           03                  pic x(01) value spaces.
           03                  pic x(16) value "Surname".
           03                  pic x(01) value spaces.
           03                  pic x(13) value "      Balance".
           03                  pic x(01) value spaces.
           03                  pic x(13) value "        Limit".
           03                  pic x(01) value spaces.
           03                  pic x(04) value "Used".
       01 wk-detail-line.
           03 dtl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 dtl-sname           pic x(16).
           03                     pic x(01) value spaces.
           03 dtl-balance         pic -(9)9.99.
           03                     pic x(01) value spaces.
           03 dtl-limit           pic z(9)9.99.
           03                     pic x(01) value spaces.
           03 dtl-utilisation     pic zz9.
           03                     pic x(01) value "%".
       01 wk-summary-line1.
           03                  pic x(20) value "Accounts scanned   :".
           03 sum-scan-count   pic zzzz9.
       01 wk-summary-line2.
           03                  pic x(20) value "Accounts listed    :".
           03 sum-listed-count pic zzzz9.
       01 wk-summary-line3.
           03                  pic x(20) value "Threshold percent  :".
           03 sum-threshold    pic zz9.

       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).

       procedure division.
       custlutl-main.
           accept wk-limit-default-cfg from environment
               "CUSTLIMIT_DEFAULT"
           if wk-limit-default-cfg > 0
               move wk-limit-default-cfg to wk-limit-default
           end-if
           call "BIZDATE-TODAY" using by reference wk-parm-date
           end-call
           move "CUSTLIMIT_DEFAULT" to wk-parm-name
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-limit-default
                                    by reference wk-parm-found
           end-call
           if wk-parm-unreadable
               display "custlutl: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           accept wk-threshold-cfg from environment
               "CUSTLUTL_THRESHOLD"
           if wk-threshold-cfg > 0
               move wk-threshold-cfg to wk-threshold
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custlutl: unable to open customers master"
               goback returning 1
           end-if
           open input limit-file
           if wk-limit-ok-status
               set wk-limit-open to true
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custlutl: unable to open custlutl-report.txt"
               close cust
               if wk-limit-open
                   close limit-file
               end-if
               goback returning 1
           end-if
           write report-rec from wk-header-line

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   add 1 to wk-scan-count
                   perform check-utilisation
               end-if
           end-perform
           close cust
           if wk-limit-open
               close limit-file
           end-if

           move wk-scan-count to sum-scan-count
           move wk-listed-count to sum-listed-count
           move wk-threshold to sum-threshold
           write report-rec from wk-summary-line1
           write report-rec from wk-summary-line2
           write report-rec from wk-summary-line3
           close report-file

           display "custlutl: " wk-listed-count " of " wk-scan-count
               " account(s) above " wk-threshold "% of their limit"
           goback returning 0.

       check-utilisation section.
           if customer-acct-closed
               exit section
           end-if
           if customer-balance not numeric
               exit section
           end-if
           if customer-balance not < 0
               exit section
           end-if
           compute wk-owed-amount = 0 - customer-balance
           move wk-limit-default to wk-credit-limit
           if wk-limit-open
               move customer-id to lim-customer-id
               read limit-file
                   invalid key
                       continue
                   not invalid key
                       if lim-credit-limit numeric
                           move lim-credit-limit to wk-credit-limit
                       end-if
               end-read
           end-if
           if wk-credit-limit = 0
               move 999 to wk-utilisation
           else
               if wk-owed-amount * 100 / wk-credit-limit > 999
                   move 999 to wk-utilisation
               else
                   compute wk-utilisation =
                       wk-owed-amount * 100 / wk-credit-limit
               end-if
           end-if
      *> above the threshold means strictly above: an account at
      *> exactly 80% of its limit is not listed.
           if wk-owed-amount * 100
               not > wk-credit-limit * wk-threshold
               exit section
           end-if
           move customer-id to dtl-customer-id
           move customer-sname to dtl-sname
           move customer-balance to dtl-balance
           move "NAME" to wk-pii-field
           move dtl-sname to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to dtl-sname
           move "BALANCE" to wk-pii-field
           move dtl-balance to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to dtl-balance(1:13)
           move wk-credit-limit to dtl-limit
           move wk-utilisation to dtl-utilisation
           write report-rec from wk-detail-line
           add 1 to wk-listed-count
           exit section
           .

       mask-pii-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       end program custlutl.
