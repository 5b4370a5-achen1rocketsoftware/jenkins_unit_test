      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CORRRTN is the returned-mail intake: the print vendor's list
      * of letters that came back undelivered marks each customer's
      * address undeliverable on the CUSTADDR child file, so nothing
      * more is printed to an address we know is wrong. From then on
      * corrspl and corrprnt hold that customer's documents on
      * corr-held.dat and list them instead of printing them, until
      * custamnt supplies a new address.
      *
      * Point CORRRTNIN at the returns, one row per returned item -
      *   customer-id 9(05), returned date yyyymmdd 9(08),
      *   document type x(08), vendor reason x(30)
      * space separated. A customer already marked keeps the date
      * it was first returned on; one with no address row, or a row
      * that is not readable, is reported and makes the run end
      * RC 1 so the vendor's list is looked at.
      *
      * Marking an address is a child-file write, so the run takes
      * the shared mfutauth gate (action UPDATE), and every address
      * marked appends a before/after row to customer-addr-audit.dat
      * in custamnt's layout (action "R"), closed by the operator,
      * so the address trail shows who marked it and when. The
      * outcome of every return and the counts land in
      * corrrtn-report.txt.
      *****************************************************************
       identification division.
       program-id. corrrtn.
       environment division.
       input-output section.
           file-control.
           select addr assign external custaddr
           organization is indexed
           access mode is random
           record key is addr-customer-id
           file status is wk-addr-status.

           select return-file assign external corrrtnin
           organization is line sequential
           file status is wk-return-status.

           select report-file assign to "corrrtn-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select audit-file assign to "customer-addr-audit.dat"
           organization is line sequential
           file status is wk-audit-status.
       data division.
       file section.
       fd addr.
       01 addr-file.
           copy "customer-address.cpy".

       fd return-file.
       01 return-rec.
           03 rtn-customer-id     pic 9(05).
           03                     pic x(01).
           03 rtn-returned-date   pic 9(08).
           03                     pic x(01).
           03 rtn-doc-type        pic x(08).
           03                     pic x(01).
           03 rtn-reason          pic x(30).

       fd report-file.
       01 report-rec              pic x(80).

       fd audit-file.
       01 audit-rec               pic x(275).

       working-storage section.
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-return-status    pic xx.
           88 wk-return-ok-status   value "00".
           88 wk-return-eof-status  value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".

       01 wk-read-count       binary-long value 0.
       01 wk-marked-count     binary-long value 0.
       01 wk-already-count    binary-long value 0.
       01 wk-notfound-count   binary-long value 0.
       01 wk-invalid-count    binary-long value 0.

      *> the same audit row custamnt writes: the address images as
      *> first laid out, the operator, then each image's marker.
       01 wk-audit-line.
           03 aud-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 aud-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 aud-time            pic 9(08).
           03                     pic x(01) value spaces.
           03 aud-run-id          pic x(20).
           03                     pic x(01) value spaces.
           03 aud-action          pic x(01) value "R".
           03                     pic x(01) value spaces.
           03 aud-before-image    pic x(93).
           03                     pic x(01) value spaces.
           03 aud-after-image     pic x(93).
           03                     pic x(01) value spaces.
           03 aud-operator        pic x(20).
           03                     pic x(01) value spaces.
           03 aud-before-mail     pic x(09).
           03                     pic x(01) value spaces.
           03 aud-after-mail      pic x(09).

       01 wk-before-image     pic x(102).
       01 wk-after-image      pic x(102).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).
       01 wk-stamp-date       pic 9(8).
       01 wk-stamp-time       pic 9(8).

      *> operator authorization: no matching grant through the shared
      *> mfutauth gate means the run refuses to start.
       01 wk-auth-program     pic x(30) value "corrrtn".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-outcome          pic x(16).
       01 wk-detail-line.
           03 dtl-customer-id     pic x(05).
           03                     pic x(01) value spaces.
           03 dtl-returned-date   pic x(08).
           03                     pic x(01) value spaces.
           03 dtl-doc-type        pic x(08).
           03                     pic x(01) value spaces.
           03 dtl-outcome         pic x(16).
           03                     pic x(01) value spaces.
           03 dtl-reason          pic x(30).

       01 wk-report-line1.
           03                  pic x(20) value "Returns read       :".
           03 rpt-read-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Marked undelivered :".
           03 rpt-marked-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Already marked     :".
           03 rpt-already-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "No address on file :".
           03 rpt-notfound-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Not readable       :".
           03 rpt-invalid-count pic zzzz9.

       procedure division.
       corrrtn-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           open i-o addr
           if not wk-addr-ok-status
               display "corrrtn: unable to open CUSTADDR child file"
               goback returning 1
           end-if

           open input return-file
           if not wk-return-ok-status
               display "corrrtn: unable to open CORRRTNIN returns"
               close addr
               goback returning 1
           end-if

           open output report-file
           if not wk-report-ok-status
               display "corrrtn: unable to open corrrtn-report.txt"
               close addr return-file
               goback returning 1
           end-if

           set wk-return-ok-status to true
           perform until not wk-return-ok-status
               read return-file
               if not wk-return-eof-status
                   add 1 to wk-read-count
                   perform apply-return
               end-if
           end-perform

           close return-file
           close addr

           perform write-summary-report
           close report-file

           display "corrrtn: " wk-read-count " return(s) read, "
               wk-marked-count " address(es) marked undeliverable"

           if wk-notfound-count > 0 or wk-invalid-count > 0
               goback returning 1
           end-if
           goback returning 0.

       apply-return section.
           if rtn-customer-id not numeric or rtn-customer-id = 0
               or rtn-returned-date not numeric
               add 1 to wk-invalid-count
               move "NOT READABLE" to wk-outcome
               perform write-detail-line
               exit section
           end-if
           move rtn-customer-id to addr-customer-id
           read addr
               invalid key
                   add 1 to wk-notfound-count
                   move "NO ADDRESS" to wk-outcome
                   perform write-detail-line
                   exit section
           end-read
           if addr-undeliverable
               add 1 to wk-already-count
               move "ALREADY MARKED" to wk-outcome
               perform write-detail-line
               exit section
           end-if
           move addr-file to wk-before-image
           set addr-undeliverable to true
           move rtn-returned-date to addr-returned-date
           rewrite addr-file
               invalid key
                   add 1 to wk-notfound-count
                   move "NO ADDRESS" to wk-outcome
                   perform write-detail-line
                   exit section
           end-rewrite
           move addr-file to wk-after-image
           add 1 to wk-marked-count
           move "MARKED" to wk-outcome
           perform write-detail-line
           perform write-audit-record
           exit section
           .

       write-detail-line section.
           move return-rec(1:5) to dtl-customer-id
           move return-rec(7:8) to dtl-returned-date
           move rtn-doc-type to dtl-doc-type
           move wk-outcome to dtl-outcome
           move rtn-reason to dtl-reason
           write report-rec from wk-detail-line
           exit section
           .

      *> appended open/close per row the way custamnt appends its
      *> rows to the same trail.
       write-audit-record section.
           perform resolve-run-id
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move rtn-customer-id to aud-customer-id
           move wk-stamp-date to aud-date
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move wk-before-image(1:93) to aud-before-image
           move wk-after-image(1:93) to aud-after-image
           move wk-auth-operator to aud-operator
           move wk-before-image(94:9) to aud-before-mail
           move wk-after-image(94:9) to aud-after-mail
           open extend audit-file
           if not wk-audit-ok-status
               open output audit-file
           end-if
           if wk-audit-ok-status
               write audit-rec from wk-audit-line
               close audit-file
           else
               display "corrrtn: unable to open "
                   "customer-addr-audit.dat"
           end-if
           exit section
           .

       resolve-run-id section.
           if wk-run-id equal spaces
               accept wk-run-id-cfg from environment "MFUT_RUN_ID"
               if wk-run-id-cfg not equal spaces
                   move wk-run-id-cfg to wk-run-id
               else
                   call "C$GETPID"
                   end-call
                   move return-code to wk-pid-d
                   move wk-pid-d to wk-run-id
                   move 0 to return-code
               end-if
           end-if
           exit section
           .

       write-summary-report section.
           move wk-read-count to rpt-read-count
           move wk-marked-count to rpt-marked-count
           move wk-already-count to rpt-already-count
           move wk-notfound-count to rpt-notfound-count
           move wk-invalid-count to rpt-invalid-count
           move spaces to report-rec
           write report-rec
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           exit section
           .

       end program corrrtn.
