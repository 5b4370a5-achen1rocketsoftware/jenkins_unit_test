      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTSOD is the segregation-of-duties review. mfutauth and
      * custappr stop the obvious abuses at the door; this reads
      * what actually happened - customer-audit.dat, whose operator
      * column says who wrote every row, and custmnt-pending.dat -
      * and raises a finding for each of:
      *   SELFAPPR  one operator both requesting and approving the
      *             same change: a requester/approver operator
      *             column naming the same id twice, or an APPROVED
      *             pending item whose applied audit row was written
      *             by the operator who requested it
      *   LINKED    an operator changing a customer linked to them -
      *             the customer-id mfut-operator-links.dat records
      *             for that operator (operator-id x(20), customer-id
      *             9(5)), or any customer sharing a custgroup group
      *             with it
      *   REPEAT    one operator changing one account
      *             CUSTSOD_REPEAT_COUNT times (default 3) within
      *             CUSTSOD_REPEAT_MINUTES minutes (default 60)
      *   OFFHOURS  a master write outside the nightly batch window
      *             (CUSTSOD_BATCH_START to CUSTSOD_BATCH_END, hhmm,
      *             default 2000 to 0600) by an operator all of whose
      *             MFUTAUTHCFG grants carry the BATCH scope
      * On a requester/approver row it is the approver who wrote the
      * master; both ids count as changing the customer for LINKED.
      *
      * Findings live in custsod-findings.dat until someone closes
      * them - a header row per finding -
      *   "H", finding id 9(6), type x(8), operator x(20),
      *   customer-id 9(5), first evidence row's date 9(8) and
      *   time 9(8), evidence rows 9(3), date raised 9(8),
      *   status x(6), closed by x(20), date closed 9(8)
      * followed by one "D" row per audit row of evidence (finding
      * id and the audit row as written), all space separated. The
      * trail is read in full every run; a finding of the same type,
      * operator, customer, and first evidence row is never raised
      * twice.
      *
      * Each new finding writes one line to mfut-ops-alert.log, keyed
      * "SOD FINDING <id>", so incmgr tracks it like any other
      * incident; incmgr closes the incident when the finding here
      * is closed.
      *
      *   CUSTSOD_ACTION      CLOSE, naming the finding with
      *                       CUSTSOD_FINDING_ID, by an operator the
      *                       mfutauth gate lets through (action
      *                       UPDATE) who is not the operator the
      *                       finding is about
      *
      * custsod-report.txt lists every OPEN finding with its
      * evidence; RC 1 when this run raised a new one.
      *****************************************************************
       identification division.
       program-id. custsod.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to "customer-audit.dat"
           organization is line sequential
           file status is wk-audit-status.

           select pending-file assign to "custmnt-pending.dat"
           organization is line sequential
           file status is wk-pending-status.

           select link-file assign to "mfut-operator-links.dat"
           organization is line sequential
           file status is wk-link-status.

           select group-file assign external custgroup
           organization is indexed
           access mode is sequential
           record key is grp-key
           file status is wk-group-status.

           select auth-file assign external mfutauthcfg
           organization is line sequential
           file status is wk-auth-status.

           select finding-file assign to "custsod-findings.dat"
           organization is line sequential
           file status is wk-finding-status.

           select ops-alert assign to "mfut-ops-alert.log"
           organization is line sequential
           file status is wk-alert-status.

           select report-file assign to "custsod-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select sort-work assign to "custsod.srt".
       data division.
       file section.
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
           03                     pic x(01).
           03 aud-operator        pic x(20).
           03                     pic x(01).
           03 aud-chain-hash      pic x(10).

       fd pending-file.
       01 pending-rec.
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
               05 pnd-customer-id pic x(05).
               05 filler          pic x(60).

       fd link-file.
       01 link-rec.
           03 lnk-operator        pic x(20).
           03                     pic x(01).
           03 lnk-customer-id     pic 9(05).

       fd group-file.
       01 group-rec.
           copy "customer-group.cpy".

       fd auth-file.
       01 auth-rec.
           03 aut-operator        pic x(20).
           03                     pic x(01).
           03 aut-program         pic x(30).
           03                     pic x(01).
           03 aut-action          pic x(08).
           03                     pic x(01).
           03 aut-scope           pic x(05).
           03 filler              pic x(39).

       fd finding-file.
       01 finding-rec             pic x(219).

       fd ops-alert.
       01 ops-alert-rec           pic x(160).

       fd report-file.
       01 report-rec              pic x(220).

       sd sort-work.
       01 sort-rec.
           03 srt-operator        pic x(20).
           03 srt-customer-id     pic 9(05).
           03 srt-date            pic 9(08).
           03 srt-time            pic 9(08).
           03 srt-audit-row       pic x(210).

       working-storage section.
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-pending-status   pic xx.
           88 wk-pending-ok-status  value "00".
           88 wk-pending-eof-status value "10".
       01 wk-link-status      pic xx.
           88 wk-link-ok-status     value "00".
           88 wk-link-eof-status    value "10".
       01 wk-group-status     pic xx.
           88 wk-group-ok-status    value "00".
           88 wk-group-eof-status   value "10".
       01 wk-auth-status      pic xx.
           88 wk-auth-ok-status     value "00".
           88 wk-auth-eof-status    value "10".
       01 wk-finding-status   pic xx.
           88 wk-finding-ok-status  value "00".
           88 wk-finding-eof-status value "10".
       01 wk-alert-status     pic xx.
           88 wk-alert-ok-status    value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-finding-id-cfg   pic 9(06).
       01 wk-repeat-count-cfg pic 9(02).
       01 wk-repeat-count     binary-long value 3.
       01 wk-repeat-mins-cfg  pic 9(04).
       01 wk-repeat-minutes   binary-long value 60.
       01 wk-batch-start-cfg  pic x(04).
       01 wk-batch-start      pic 9(04) value 2000.
       01 wk-batch-end-cfg    pic x(04).
       01 wk-batch-end        pic 9(04) value 0600.

      *> operators and their links: the operator's own customer-id
      *> and every member of a group it sits in.
       78 wk-link-slots       value 5000.
       01 wk-link-count       binary-long value 0.
       01 wk-link-tbl.
           03 wk-link-entry occurs 5000 times.
               05 wk-lnk-operator pic x(20).
               05 wk-lnk-customer pic 9(05).
       01 wk-link-idx         binary-long.
       01 wk-staff-count      binary-long value 0.
       01 wk-linked-tbl.
           03 wk-id-linked    pic x(01) occurs 99999 times.
       01 wk-link-operator    pic x(20).
       01 wk-opgrp-count      binary-long value 0.
       01 wk-opgrp-tbl.
           03 wk-opgrp-entry occurs 1000 times.
               05 wk-opg-operator pic x(20).
               05 wk-opg-group-id pic 9(05).
       01 wk-opgrp-idx        binary-long.

      *> operators whose every grant is batch-only.
       01 wk-opr-count        binary-long value 0.
       01 wk-opr-tbl.
           03 wk-opr-entry occurs 200 times.
               05 wk-opr-operator pic x(20).
               05 wk-opr-batch    pic x(01).
               05 wk-opr-other    pic x(01).
       01 wk-opr-idx          binary-long.
       01 wk-opr-found        binary-long.

      *> APPROVED pending changes, matched to the audit row that
      *> applied them.
       01 wk-pend-count       binary-long value 0.
       01 wk-pend-tbl.
           03 wk-pend-entry occurs 2000 times.
               05 wk-pnd-customer pic 9(05).
               05 wk-pnd-stamp    pic 9(16).
               05 wk-pnd-requester pic x(20).
               05 wk-pnd-image    pic x(65).
               05 wk-pnd-matched  pic x(01).
       01 wk-pend-idx         binary-long.
       01 wk-pend-flag-tbl.
           03 wk-id-pending   pic x(01) occurs 99999 times.

      *> the findings register, held whole: new findings and
      *> closures rewrite it.
       78 wk-finding-slots    value 20000.
       01 wk-finding-count    binary-long value 0.
       01 wk-finding-tbl.
           03 wk-finding-line pic x(219) occurs 20000 times.
       01 wk-finding-idx      binary-long.
       01 wk-finding-found    binary-long.
       01 wk-finding-full-sw  pic x(01) value "N".
           88 wk-finding-overflow value "Y" false "N".
       01 wk-last-finding-id  pic 9(06) value 0.
       01 wk-finding-header-rdf.
           03 fdh-kind            pic x(01).
           03                     pic x(01).
           03 fdh-finding-id      pic 9(06).
           03                     pic x(01).
           03 fdh-type            pic x(08).
           03                     pic x(01).
           03 fdh-operator        pic x(20).
           03                     pic x(01).
           03 fdh-customer-id     pic 9(05).
           03                     pic x(01).
           03 fdh-key-date        pic 9(08).
           03                     pic x(01).
           03 fdh-key-time        pic 9(08).
           03                     pic x(01).
           03 fdh-rows            pic 9(03).
           03                     pic x(01).
           03 fdh-raised          pic 9(08).
           03                     pic x(01).
           03 fdh-status          pic x(06).
           03                     pic x(01).
           03 fdh-closed-by       pic x(20).
           03                     pic x(01).
           03 fdh-closed          pic 9(08).
           03                     pic x(106).
       01 wk-finding-detail-rdf.
           03 fdd-kind            pic x(01).
           03                     pic x(01).
           03 fdd-finding-id      pic 9(06).
           03                     pic x(01).
           03 fdd-audit-row       pic x(210).

      *> the finding being raised and its evidence rows.
       01 wk-new-type         pic x(08).
       01 wk-new-operator     pic x(20).
       01 wk-new-customer     pic 9(05).
       01 wk-evid-count       binary-long value 0.
       01 wk-evid-tbl.
           03 wk-evid-row     pic x(210) occurs 10 times.
       01 wk-evid-idx         binary-long.
       01 wk-evid-key.
           03 wk-evid-key-date pic 9(08).
           03 wk-evid-key-time pic 9(08).

      *> the row in hand: who keyed it and who wrote it.
       01 wk-requester        pic x(20).
       01 wk-writer           pic x(20).
       01 wk-row-stamp        pic 9(16).
       01 wk-row-hhmm         pic 9(04).
       01 wk-in-window-sw     pic x(01).
           88 wk-in-batch-window  value "Y" false "N".

      *> the REPEAT check: one operator/customer's rows in stamp
      *> order, the last wk-repeat-count of them held.
       01 wk-ring-count       binary-long value 0.
       01 wk-ring-tbl.
           03 wk-ring-entry occurs 10 times.
               05 wk-ring-row     pic x(210).
               05 wk-ring-minutes binary-double.
       01 wk-ring-idx         binary-long.
       01 wk-ring-operator    pic x(20).
       01 wk-ring-customer    pic 9(05).
       01 wk-row-minutes      binary-double.
       01 wk-have-more-sw     pic x(01).
           88 wk-have-more        value "Y" false "N".
       01 wk-report-open-sw   pic x(01).
           88 wk-report-open      value "Y" false "N".

       01 wk-row-count        binary-long value 0.
       01 wk-new-count        binary-long value 0.
       01 wk-open-count       binary-long value 0.
       01 wk-type-counts.
           03 wk-selfappr-count binary-long value 0.
           03 wk-linked-count   binary-long value 0.
           03 wk-repeat-found   binary-long value 0.
           03 wk-offhours-count binary-long value 0.

       01 wk-today-ymd        pic 9(8).

       01 wk-auth-program     pic x(30) value "custsod".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-alert-line.
           03                     pic x(12) value "SOD FINDING ".
           03 alr-finding-id      pic 9(06).
           03                     pic x(01) value spaces.
           03 alr-type            pic x(11).
           03                     pic x(10) value " operator ".
           03 alr-operator        pic x(20).
           03                     pic x(10) value " customer ".
           03 alr-customer-id     pic 9(05).

       01 wk-finding-head-line.
           03                     pic x(08) value "Finding ".
           03 rpt-finding-id      pic 9(06).
           03                     pic x(01) value spaces.
           03 rpt-type            pic x(08).
           03                     pic x(10) value " operator ".
           03 rpt-operator        pic x(20).
           03                     pic x(10) value " customer ".
           03 rpt-customer-id     pic 9(05).
           03                     pic x(08) value " raised ".
           03 rpt-raised          pic 9(08).
       01 wk-evidence-line.
           03                     pic x(04) value spaces.
           03 rpt-audit-row       pic x(210).
       01 wk-report-line1.
           03                  pic x(20) value "Trail rows read    :".
           03 rpt-row-count    pic zzzzzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "New findings       :".
           03 rpt-new-count    pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "  SELFAPPR         :".
           03 rpt-selfappr     pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "  LINKED           :".
           03 rpt-linked       pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "  REPEAT           :".
           03 rpt-repeat       pic zzzzzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "  OFFHOURS         :".
           03 rpt-offhours     pic zzzzzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "Findings open      :".
           03 rpt-open-count   pic zzzzzzz9.

       procedure division.
       custsod-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           perform load-finding-file
           if wk-finding-overflow
               display "custsod: custsod-findings.dat holds more rows "
                   "than the table - run refused so no finding is "
                   "lost to a truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "CUSTSOD_ACTION"
           if wk-action-cfg not equal spaces
               perform finding-desk-action
               goback returning return-code
           end-if

           perform load-run-settings
           perform load-operator-links
           perform load-batch-only-operators
           perform load-approved-pending

           sort sort-work
               ascending key srt-operator srt-customer-id
                             srt-date srt-time
               input procedure review-trail-rows
               output procedure find-repeat-changes
           if wk-finding-overflow
               goback returning 1
           end-if

           if wk-new-count > 0
               perform write-finding-file
               if return-code not = 0
                   goback returning 1
               end-if
           end-if
           perform write-summary-report
           display "custsod: " wk-row-count " trail row(s), "
               wk-new-count " new finding(s), " wk-open-count
               " open"
           if wk-new-count > 0
               goback returning 1
           end-if
           goback returning 0.

      *> CLOSE one OPEN finding; the operator a finding is about
      *> cannot close it.
       finding-desk-action section.
           if wk-action-cfg not equal "CLOSE"
               display "custsod: CUSTSOD_ACTION must be CLOSE"
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
           accept wk-finding-id-cfg from environment
               "CUSTSOD_FINDING_ID"
           move 0 to wk-finding-found
           perform find-open-finding
               varying wk-finding-idx from 1 by 1
               until wk-finding-idx > wk-finding-count
                  or wk-finding-found > 0
           if wk-finding-found = 0
               display "custsod: no OPEN finding " wk-finding-id-cfg
               move 1 to return-code
               exit section
           end-if
           move wk-finding-line(wk-finding-found)
               to wk-finding-header-rdf
           if fdh-operator equal wk-auth-operator
               display "custsod: finding " wk-finding-id-cfg
                   " is about operator " fdh-operator
                   " - another operator must close it"
               move 1 to return-code
               exit section
           end-if
           move "CLOSED" to fdh-status
           move wk-auth-operator to fdh-closed-by
           move wk-today-ymd to fdh-closed
           move wk-finding-header-rdf
               to wk-finding-line(wk-finding-found)
           perform write-finding-file
           if return-code not = 0
               exit section
           end-if
           display "custsod: finding " wk-finding-id-cfg " closed by "
               wk-auth-operator
           move 0 to return-code
           exit section
           .

       find-open-finding section.
           move wk-finding-line(wk-finding-idx)
               to wk-finding-header-rdf
           if fdh-kind equal "H"
               and fdh-finding-id = wk-finding-id-cfg
               and fdh-status equal "OPEN"
               move wk-finding-idx to wk-finding-found
           end-if
           exit section
           .

       load-run-settings section.
           accept wk-repeat-count-cfg from environment
               "CUSTSOD_REPEAT_COUNT"
           if wk-repeat-count-cfg > 1
               move wk-repeat-count-cfg to wk-repeat-count
           end-if
           if wk-repeat-count > 10
               move 10 to wk-repeat-count
           end-if
           accept wk-repeat-mins-cfg from environment
               "CUSTSOD_REPEAT_MINUTES"
           if wk-repeat-mins-cfg > 0
               move wk-repeat-mins-cfg to wk-repeat-minutes
           end-if
           accept wk-batch-start-cfg from environment
               "CUSTSOD_BATCH_START"
           if wk-batch-start-cfg numeric
               move wk-batch-start-cfg to wk-batch-start
           end-if
           accept wk-batch-end-cfg from environment
               "CUSTSOD_BATCH_END"
           if wk-batch-end-cfg numeric
               move wk-batch-end-cfg to wk-batch-end
           end-if
           exit section
           .

      *> each operator's own customer-id, then every member of each
      *> custgroup group that customer-id sits in: one pass over the
      *> groups finds the staff members' groups, a second links the
      *> operator to every member of them.
       load-operator-links section.
           move low-values to wk-linked-tbl
           open input link-file
           if not wk-link-ok-status
               exit section
           end-if
           set wk-link-ok-status to true
           perform until not wk-link-ok-status
               read link-file
               if not wk-link-eof-status
                   and lnk-operator not equal spaces
                   and lnk-customer-id numeric
                   and lnk-customer-id > 0
                   move lnk-operator to wk-link-operator
                   move lnk-customer-id to wk-new-customer
                   perform add-link-pair
               end-if
           end-perform
           close link-file
           move wk-link-count to wk-staff-count
           if wk-staff-count = 0
               exit section
           end-if

           open input group-file
           if not wk-group-ok-status
               exit section
           end-if
           set wk-group-ok-status to true
           perform until not wk-group-ok-status
               read group-file next record
               if wk-group-ok-status
                   perform find-staff-groups
                       varying wk-link-idx from 1 by 1
                       until wk-link-idx > wk-staff-count
               end-if
           end-perform
           close group-file
           if wk-opgrp-count = 0
               exit section
           end-if

           open input group-file
           if not wk-group-ok-status
               exit section
           end-if
           set wk-group-ok-status to true
           perform until not wk-group-ok-status
               read group-file next record
               if wk-group-ok-status
                   perform link-group-member
                       varying wk-opgrp-idx from 1 by 1
                       until wk-opgrp-idx > wk-opgrp-count
               end-if
           end-perform
           close group-file
           exit section
           .

       find-staff-groups section.
           if wk-lnk-customer(wk-link-idx) not = grp-customer-id
               or wk-opgrp-count >= 1000
               exit section
           end-if
           add 1 to wk-opgrp-count
           move wk-lnk-operator(wk-link-idx)
               to wk-opg-operator(wk-opgrp-count)
           move grp-group-id to wk-opg-group-id(wk-opgrp-count)
           exit section
           .

       link-group-member section.
           if wk-opg-group-id(wk-opgrp-idx) not = grp-group-id
               or grp-customer-id = 0
               exit section
           end-if
           move wk-opg-operator(wk-opgrp-idx) to wk-link-operator
           move grp-customer-id to wk-new-customer
           perform add-link-pair
           exit section
           .

       add-link-pair section.
           if wk-link-count >= wk-link-slots
               exit section
           end-if
           add 1 to wk-link-count
           move wk-link-operator to wk-lnk-operator(wk-link-count)
           move wk-new-customer to wk-lnk-customer(wk-link-count)
           move "Y" to wk-id-linked(wk-new-customer)
           exit section
           .

      *> the BATCH scope in column 62 of a grant row marks it
      *> batch-only; an operator is batch-only when every grant it
      *> holds is.
       load-batch-only-operators section.
           open input auth-file
           if not wk-auth-ok-status
               exit section
           end-if
           set wk-auth-ok-status to true
           perform until not wk-auth-ok-status
               read auth-file
               if not wk-auth-eof-status
                   and aut-operator not equal spaces
                   perform hold-operator-grant
               end-if
           end-perform
           close auth-file
           exit section
           .

       hold-operator-grant section.
           move aut-operator to wk-writer
           perform find-operator
           if wk-opr-found = 0
               if wk-opr-count >= 200
                   exit section
               end-if
               add 1 to wk-opr-count
               move wk-opr-count to wk-opr-found
               move aut-operator to wk-opr-operator(wk-opr-found)
               move "N" to wk-opr-batch(wk-opr-found)
               move "N" to wk-opr-other(wk-opr-found)
           end-if
           if aut-scope equal "BATCH"
               move "Y" to wk-opr-batch(wk-opr-found)
           else
               move "Y" to wk-opr-other(wk-opr-found)
           end-if
           exit section
           .

       find-operator section.
           move 0 to wk-opr-found
           perform match-operator
               varying wk-opr-idx from 1 by 1
               until wk-opr-idx > wk-opr-count
                  or wk-opr-found > 0
           exit section
           .

       match-operator section.
           if wk-opr-operator(wk-opr-idx) equal wk-writer
               move wk-opr-idx to wk-opr-found
           end-if
           exit section
           .

       load-approved-pending section.
           move low-values to wk-pend-flag-tbl
           open input pending-file
           if not wk-pending-ok-status
               exit section
           end-if
           set wk-pending-ok-status to true
           perform until not wk-pending-ok-status
               read pending-file
               if not wk-pending-eof-status
                   perform hold-approved-item
               end-if
           end-perform
           close pending-file
           exit section
           .

      *> reopen requests and parked write-offs change nothing on the
      *> master when approved, so only customer changes are matched.
       hold-approved-item section.
           if pnd-status not equal "APPROVED"
               or pnd-action equal "O"
               or pnd-action equal "W"
               or pnd-customer-id not numeric
               or pnd-date not numeric
               or pnd-time not numeric
               or wk-pend-count >= 2000
               exit section
           end-if
           add 1 to wk-pend-count
           move pnd-customer-id to wk-pnd-customer(wk-pend-count)
           move pnd-date to wk-pnd-stamp(wk-pend-count)(1:8)
           move pnd-time to wk-pnd-stamp(wk-pend-count)(9:8)
           move pnd-requester to wk-pnd-requester(wk-pend-count)
           move pnd-image to wk-pnd-image(wk-pend-count)
           move "N" to wk-pnd-matched(wk-pend-count)
           move "Y" to wk-id-pending(wk-pnd-customer(wk-pend-count))
           exit section
           .

      *> one pass over the trail: the row-at-a-time checks are made
      *> here and every attributed row goes on to the REPEAT sort.
       review-trail-rows section.
           open input audit-file
           if not wk-audit-ok-status
               exit section
           end-if
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               or wk-finding-overflow
               read audit-file
               if not wk-audit-eof-status
                   add 1 to wk-row-count
                   perform review-one-row
               end-if
           end-perform
           close audit-file
           exit section
           .

       review-one-row section.
           if aud-operator equal spaces
               or aud-customer-id not numeric
               or aud-customer-id = 0
               or aud-date not numeric
               or aud-time not numeric
               exit section
           end-if
           move spaces to wk-requester wk-writer
           unstring aud-operator delimited by "/"
               into wk-requester wk-writer
           end-unstring
           if wk-writer equal spaces
               move wk-requester to wk-writer
               move spaces to wk-requester
           end-if
           move aud-date to wk-row-stamp(1:8)
           move aud-time to wk-row-stamp(9:8)

           if wk-requester not equal spaces
               and wk-requester equal wk-writer
               move "SELFAPPR" to wk-new-type
               perform raise-single-row-finding
           end-if
           if wk-id-pending(aud-customer-id) equal "Y"
               perform match-pending-item
                   varying wk-pend-idx from 1 by 1
                   until wk-pend-idx > wk-pend-count
           end-if
           if wk-id-linked(aud-customer-id) equal "Y"
               perform check-linked-operator
           end-if
           perform check-batch-window

           move wk-writer to srt-operator
           move aud-customer-id to srt-customer-id
           move aud-date to srt-date
           move aud-time to srt-time
           move audit-rec to srt-audit-row
           release sort-rec
           exit section
           .

      *> the applied row of an approved item carries its image as
      *> the after image, stamped no earlier than the request.
       match-pending-item section.
           if wk-pnd-matched(wk-pend-idx) equal "Y"
               or wk-pnd-customer(wk-pend-idx) not = aud-customer-id
               or wk-pnd-image(wk-pend-idx) not equal aud-after-image
               or wk-pnd-stamp(wk-pend-idx) > wk-row-stamp
               exit section
           end-if
           move "Y" to wk-pnd-matched(wk-pend-idx)
           if wk-pnd-requester(wk-pend-idx) equal wk-writer
               move "SELFAPPR" to wk-new-type
               perform raise-single-row-finding
           end-if
           exit section
           .

       check-linked-operator section.
           perform match-linked-pair
               varying wk-link-idx from 1 by 1
               until wk-link-idx > wk-link-count
           exit section
           .

       match-linked-pair section.
           if wk-lnk-customer(wk-link-idx) not = aud-customer-id
               exit section
           end-if
           if wk-lnk-operator(wk-link-idx) equal wk-writer
               or (wk-requester not equal spaces
                   and wk-lnk-operator(wk-link-idx)
                       equal wk-requester)
               move wk-lnk-operator(wk-link-idx) to wk-link-operator
               move "LINKED" to wk-new-type
               perform raise-single-row-finding
           end-if
           exit section
           .

      *> the window may run past midnight (start later than end).
       check-batch-window section.
           perform find-operator
           if wk-opr-found = 0
               exit section
           end-if
           if wk-opr-batch(wk-opr-found) not equal "Y"
               or wk-opr-other(wk-opr-found) equal "Y"
               exit section
           end-if
           move aud-time(1:4) to wk-row-hhmm
           set wk-in-batch-window to false
           if wk-batch-start <= wk-batch-end
               if wk-row-hhmm >= wk-batch-start
                   and wk-row-hhmm < wk-batch-end
                   set wk-in-batch-window to true
               end-if
           else
               if wk-row-hhmm >= wk-batch-start
                   or wk-row-hhmm < wk-batch-end
                   set wk-in-batch-window to true
               end-if
           end-if
           if not wk-in-batch-window
               move "OFFHOURS" to wk-new-type
               perform raise-single-row-finding
           end-if
           exit section
           .

       raise-single-row-finding section.
           move wk-writer to wk-new-operator
           if wk-new-type equal "LINKED"
               move wk-link-operator to wk-new-operator
           end-if
           move aud-customer-id to wk-new-customer
           move 1 to wk-evid-count
           move audit-rec to wk-evid-row(1)
           perform raise-finding
           exit section
           .

      *> the sorted rows arrive grouped by operator and customer in
      *> stamp order; a run of wk-repeat-count of them inside the
      *> window is one REPEAT finding, and the run starts afresh.
       find-repeat-changes section.
           move 0 to wk-ring-count
           move spaces to wk-ring-operator
           move 0 to wk-ring-customer
           set wk-have-more to true
           perform return-and-check
               until not wk-have-more
           exit section
           .

       return-and-check section.
           return sort-work
               at end
                   set wk-have-more to false
                   exit section
           end-return
           if wk-finding-overflow
               exit section
           end-if
           if srt-operator not equal wk-ring-operator
               or srt-customer-id not = wk-ring-customer
               move 0 to wk-ring-count
               move srt-operator to wk-ring-operator
               move srt-customer-id to wk-ring-customer
           end-if
           compute wk-row-minutes =
               function integer-of-date(srt-date) * 1440
               + function numval(srt-time(1:2)) * 60
               + function numval(srt-time(3:2))
           if wk-ring-count >= wk-repeat-count
               perform shift-ring-entry
                   varying wk-ring-idx from 1 by 1
                   until wk-ring-idx >= wk-repeat-count
               subtract 1 from wk-ring-count
           end-if
           add 1 to wk-ring-count
           move srt-audit-row to wk-ring-row(wk-ring-count)
           move wk-row-minutes to wk-ring-minutes(wk-ring-count)
           if wk-ring-count = wk-repeat-count
               and wk-ring-minutes(wk-ring-count)
                   - wk-ring-minutes(1) <= wk-repeat-minutes
               move "REPEAT" to wk-new-type
               move wk-ring-operator to wk-new-operator
               move wk-ring-customer to wk-new-customer
               move wk-ring-count to wk-evid-count
               perform copy-ring-to-evidence
                   varying wk-ring-idx from 1 by 1
                   until wk-ring-idx > wk-ring-count
               perform raise-finding
               move 0 to wk-ring-count
           end-if
           exit section
           .

       shift-ring-entry section.
           move wk-ring-entry(wk-ring-idx + 1)
               to wk-ring-entry(wk-ring-idx)
           exit section
           .

       copy-ring-to-evidence section.
           move wk-ring-row(wk-ring-idx) to wk-evid-row(wk-ring-idx)
           exit section
           .

      *> a finding is known by its type, operator, customer, and the
      *> stamp of its first evidence row; a known one is not raised
      *> again, whatever its status.
       raise-finding section.
           move wk-evid-row(1)(7:8) to wk-evid-key-date
           move wk-evid-row(1)(16:8) to wk-evid-key-time
           move 0 to wk-finding-found
           perform find-known-finding
               varying wk-finding-idx from 1 by 1
               until wk-finding-idx > wk-finding-count
                  or wk-finding-found > 0
           if wk-finding-found > 0
               exit section
           end-if
           if wk-finding-count + wk-evid-count >= wk-finding-slots
               set wk-finding-overflow to true
               display "custsod: findings table full - "
                   wk-new-type " for operator " wk-new-operator
                   " not recorded, run refused"
               exit section
           end-if

           add 1 to wk-last-finding-id
           move spaces to wk-finding-header-rdf
           move "H" to fdh-kind
           move wk-last-finding-id to fdh-finding-id
           move wk-new-type to fdh-type
           move wk-new-operator to fdh-operator
           move wk-new-customer to fdh-customer-id
           move wk-evid-key-date to fdh-key-date
           move wk-evid-key-time to fdh-key-time
           move wk-evid-count to fdh-rows
           move wk-today-ymd to fdh-raised
           move "OPEN" to fdh-status
           move 0 to fdh-closed
           add 1 to wk-finding-count
           move wk-finding-header-rdf
               to wk-finding-line(wk-finding-count)
           perform add-finding-detail
               varying wk-evid-idx from 1 by 1
               until wk-evid-idx > wk-evid-count

           add 1 to wk-new-count
           evaluate wk-new-type
               when "SELFAPPR"
                   add 1 to wk-selfappr-count
               when "LINKED"
                   add 1 to wk-linked-count
               when "REPEAT"
                   add 1 to wk-repeat-found
               when "OFFHOURS"
                   add 1 to wk-offhours-count
           end-evaluate
           perform write-ops-alert
           exit section
           .

       find-known-finding section.
           move wk-finding-line(wk-finding-idx)
               to wk-finding-header-rdf
           if fdh-kind equal "H"
               and fdh-type equal wk-new-type
               and fdh-operator equal wk-new-operator
               and fdh-customer-id = wk-new-customer
               and fdh-key-date = wk-evid-key-date
               and fdh-key-time = wk-evid-key-time
               move wk-finding-idx to wk-finding-found
           end-if
           exit section
           .

       add-finding-detail section.
           move spaces to wk-finding-detail-rdf
           move "D" to fdd-kind
           move wk-last-finding-id to fdd-finding-id
           move wk-evid-row(wk-evid-idx) to fdd-audit-row
           add 1 to wk-finding-count
           move wk-finding-detail-rdf
               to wk-finding-line(wk-finding-count)
           exit section
           .

       write-ops-alert section.
           move wk-last-finding-id to alr-finding-id
           move wk-new-type to alr-type
           move wk-new-operator to alr-operator
           move wk-new-customer to alr-customer-id
           open extend ops-alert
           if not wk-alert-ok-status
               open output ops-alert
           end-if
           if wk-alert-ok-status
               write ops-alert-rec from wk-alert-line
               close ops-alert
           else
               display "custsod: unable to open mfut-ops-alert.log"
           end-if
           exit section
           .

       load-finding-file section.
           open input finding-file
           if not wk-finding-ok-status
               exit section
           end-if
           set wk-finding-ok-status to true
           perform until not wk-finding-ok-status
               read finding-file
               if not wk-finding-eof-status
                   perform hold-finding-row
               end-if
           end-perform
           close finding-file
           exit section
           .

       hold-finding-row section.
           if wk-finding-count >= wk-finding-slots
               set wk-finding-overflow to true
               exit section
           end-if
           add 1 to wk-finding-count
           move finding-rec to wk-finding-line(wk-finding-count)
           move finding-rec to wk-finding-header-rdf
           if fdh-kind equal "H"
               and fdh-finding-id numeric
               and fdh-finding-id > wk-last-finding-id
               move fdh-finding-id to wk-last-finding-id
           end-if
           exit section
           .

       write-finding-file section.
           open output finding-file
           if not wk-finding-ok-status
               display "custsod: unable to rewrite "
                   "custsod-findings.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-finding-row
               varying wk-finding-idx from 1 by 1
               until wk-finding-idx > wk-finding-count
           close finding-file
           exit section
           .

       write-finding-row section.
           write finding-rec from wk-finding-line(wk-finding-idx)
           exit section
           .

      *> every OPEN finding with its evidence, then the run's counts.
       write-summary-report section.
           open output report-file
           if not wk-report-ok-status
               display "custsod: unable to open custsod-report.txt"
               exit section
           end-if
           set wk-report-open to false
           perform report-finding-row
               varying wk-finding-idx from 1 by 1
               until wk-finding-idx > wk-finding-count
           move wk-row-count to rpt-row-count
           move wk-new-count to rpt-new-count
           move wk-selfappr-count to rpt-selfappr
           move wk-linked-count to rpt-linked
           move wk-repeat-found to rpt-repeat
           move wk-offhours-count to rpt-offhours
           move wk-open-count to rpt-open-count
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           write report-rec from wk-report-line7
           close report-file
           exit section
           .

      *> a closed finding's evidence rows are passed over.
       report-finding-row section.
           move wk-finding-line(wk-finding-idx)
               to wk-finding-header-rdf
           if fdh-kind equal "H"
               set wk-report-open to false
               if fdh-status equal "OPEN"
                   set wk-report-open to true
                   add 1 to wk-open-count
                   move fdh-finding-id to rpt-finding-id
                   move fdh-type to rpt-type
                   move fdh-operator to rpt-operator
                   move fdh-customer-id to rpt-customer-id
                   move fdh-raised to rpt-raised
                   write report-rec from wk-finding-head-line
               end-if
               exit section
           end-if
           if wk-report-open
               move wk-finding-line(wk-finding-idx)
                   to wk-finding-detail-rdf
               move fdd-audit-row to rpt-audit-row
               write report-rec from wk-evidence-line
           end-if
           exit section
           .

       end program custsod.
