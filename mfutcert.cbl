      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * MFUTCERT is the quarterly access recertification for the
      * MFUTAUTHCFG permissions file mfutauth enforces. Run with no
      * action it writes mfutcert-report.txt:
      *   - every grant with its owner, expiry date, last
      *     certification, and its last actual use
      *   - the grants unused for MFUTCERT_UNUSED_DAYS days
      *     (default 90), never-used grants included
      *   - the grants expiring within MFUTCERT_EXPIRY_DAYS days
      *     (default 30), and those already expired or given no
      *     expiry at all
      * A grant's last use is the latest row its operator wrote to
      * customer-audit.dat or customer-addr-audit.dat - the trails
      * carry the operator, not the program, so every grant an
      * operator holds shares that operator's last use. On a
      * requester/approver row both operators count as using their
      * access.
      *
      * Managers answer the report in mfutcert-responses.dat, one row
      * per grant -
      *   operator x(20), program x(30), action x(8),
      *   decision x(9) CONFIRMED or REVOKED, manager x(20),
      *   new expiry 9(8) (optional, CONFIRMED only)
      * all space separated. MFUTCERT_ACTION=APPLY, by an operator
      * the mfutauth gate lets through (action UPDATE), applies them
      * to the permissions file: a CONFIRMED grant is stamped
      * certified today and takes the new expiry when one is given,
      * a REVOKED grant is removed. A response counts only from the
      * grant's own owner, and never for the owner's own access; any
      * other response is refused and listed, and the run ends RC 1.
      * Every change applied writes a before/after row to
      * mfutauth-audit.dat -
      *   date 9(8), time 9(8), run-id x(20), applied by x(20),
      *   manager x(20), decision x(9), grant row before x(105),
      *   grant row after x(105)
      * and the permissions file is rewritten whole. The responses
      * file is applied as a whole; clear it once it has been.
      *****************************************************************
       identification division.
       program-id. mfutcert.
       environment division.
       input-output section.
           file-control.
           select auth-file assign external mfutauthcfg
           organization is line sequential
           file status is wk-auth-status.

           select audit-file assign to "customer-audit.dat"
           organization is line sequential
           file status is wk-audit-status.

           select addr-audit-file assign to "customer-addr-audit.dat"
           organization is line sequential
           file status is wk-addr-audit-status.

           select response-file assign to "mfutcert-responses.dat"
           organization is line sequential
           file status is wk-response-status.

           select grant-audit-file assign to "mfutauth-audit.dat"
           organization is line sequential
           file status is wk-grant-audit-status.

           select report-file assign to "mfutcert-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd auth-file.
       01 auth-rec                pic x(105).

       fd audit-file.
       01 audit-rec.
           03 aud-customer-id     pic x(05).
           03                     pic x(01).
           03 aud-date            pic 9(08).
           03 filler              pic x(165).
           03 aud-operator        pic x(20).
           03 filler              pic x(11).

       fd addr-audit-file.
       01 addr-audit-rec.
           03 ada-customer-id     pic x(05).
           03                     pic x(01).
           03 ada-date            pic 9(08).
           03 filler              pic x(221).
           03 ada-operator        pic x(20).
           03 filler              pic x(20).

       fd response-file.
       01 response-rec.
           03 rsp-operator        pic x(20).
           03                     pic x(01).
           03 rsp-program         pic x(30).
           03                     pic x(01).
           03 rsp-action          pic x(08).
           03                     pic x(01).
           03 rsp-decision        pic x(09).
           03                     pic x(01).
           03 rsp-manager         pic x(20).
           03                     pic x(01).
           03 rsp-new-expiry      pic x(08).

       fd grant-audit-file.
       01 grant-audit-rec         pic x(302).

       fd report-file.
       01 report-rec              pic x(150).

       working-storage section.
       01 wk-auth-status      pic xx.
           88 wk-auth-ok-status     value "00".
           88 wk-auth-eof-status    value "10".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-addr-audit-status pic xx.
           88 wk-addr-audit-ok-status  value "00".
           88 wk-addr-audit-eof-status value "10".
       01 wk-response-status  pic xx.
           88 wk-response-ok-status  value "00".
           88 wk-response-eof-status value "10".
       01 wk-grant-audit-status pic xx.
           88 wk-grant-audit-ok-status value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-unused-cfg       pic 9(04).
       01 wk-unused-days      binary-long value 90.
       01 wk-expiry-cfg       pic 9(04).
       01 wk-expiry-days      binary-long value 30.

      *> the permissions file, held whole: the report reads it and
      *> APPLY rewrites it.
       01 wk-grant-count      binary-long value 0.
       01 wk-grant-tbl.
           03 wk-grant-entry occurs 200 times.
               05 wk-grant-row    pic x(105).
               05 wk-grant-removed pic x(01).
               05 wk-grant-opr-slot binary-long.
       01 wk-grant-idx        binary-long.
       01 wk-grant-found      binary-long.
       01 wk-grant-full-sw    pic x(01) value "N".
           88 wk-grant-overflow   value "Y" false "N".
       01 wk-grant-rdf.
           03 grt-operator        pic x(20).
           03                     pic x(01).
           03 grt-program         pic x(30).
           03                     pic x(01).
           03 grt-action          pic x(08).
           03                     pic x(01).
           03 grt-scope           pic x(05).
           03                     pic x(01).
           03 grt-expires         pic x(08).
           03 grt-expires-n redefines grt-expires pic 9(08).
           03                     pic x(01).
           03 grt-owner           pic x(20).
           03                     pic x(01).
           03 grt-certified       pic x(08).

      *> each operator's latest write on either trail.
       01 wk-opr-count        binary-long value 0.
       01 wk-opr-tbl.
           03 wk-opr-entry occurs 200 times.
               05 wk-opr-operator pic x(20).
               05 wk-opr-last-used pic 9(08).
       01 wk-opr-idx          binary-long.
       01 wk-opr-found        binary-long.
       01 wk-use-operator     pic x(20).
       01 wk-use-date         pic 9(08).
       01 wk-use-requester    pic x(20).
       01 wk-use-writer       pic x(20).

       01 wk-today            pic 9(08).
       01 wk-today-int        binary-long.
       01 wk-unused-cutoff    pic 9(08).
       01 wk-expiry-horizon   pic 9(08).
       01 wk-quarter          pic 9(01).

       01 wk-unused-sw        pic x(01).
           88 wk-grant-unused     value "Y" false "N".
       01 wk-expiring-sw      pic x(01).
           88 wk-grant-expiring   value "Y" false "N".
       01 wk-expired-sw       pic x(01).
           88 wk-grant-expired    value "Y" false "N".
       01 wk-section-sw       pic x(01).
           88 wk-listing-unused   value "U".
           88 wk-listing-expiring value "E".

       01 wk-unused-count     binary-long value 0.
       01 wk-expiring-count   binary-long value 0.
       01 wk-expired-count    binary-long value 0.
       01 wk-noexpiry-count   binary-long value 0.
       01 wk-listed-count     binary-long value 0.

       01 wk-response-count   binary-long value 0.
       01 wk-confirmed-count  binary-long value 0.
       01 wk-revoked-count    binary-long value 0.
       01 wk-refused-count    binary-long value 0.
       01 wk-refuse-reason    pic x(40).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).
       01 wk-stamp-time       pic 9(8).

       01 wk-grant-audit-line.
           03 gad-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 gad-time            pic 9(08).
           03                     pic x(01) value spaces.
           03 gad-run-id          pic x(20).
           03                     pic x(01) value spaces.
           03 gad-applied-by      pic x(20).
           03                     pic x(01) value spaces.
           03 gad-manager         pic x(20).
           03                     pic x(01) value spaces.
           03 gad-decision        pic x(09).
           03                     pic x(01) value spaces.
           03 gad-before          pic x(105).
           03                     pic x(01) value spaces.
           03 gad-after           pic x(105).

       01 wk-auth-program     pic x(30) value "mfutcert".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-title-line.
           03                  pic x(32)
               value "Access recertification, quarter ".
           03 ttl-year         pic 9(04).
           03                  pic x(01) value "Q".
           03 ttl-quarter      pic 9(01).
           03                  pic x(10) value "  run on  ".
           03 ttl-today        pic 9(08).
       01 wk-section-line     pic x(60).
       01 wk-unused-title.
           03                  pic x(18) value "Grants unused for ".
           03 ut-days          pic zzz9.
           03                  pic x(20) value " days, or never used".
       01 wk-expiry-title.
           03                  pic x(23)
               value "Grants expiring within ".
           03 et-days          pic zzz9.
           03                  pic x(29)
               value " days, expired, or no expiry".
       01 wk-column-line.
           03                  pic x(21) value "Operator".
           03                  pic x(31) value "Program".
           03                  pic x(09) value "Action".
           03                  pic x(06) value "Scope".
           03                  pic x(21) value "Owner".
           03                  pic x(09) value "Expires".
           03                  pic x(09) value "Certif'd".
           03                  pic x(09) value "Last use".
           03                  pic x(05) value "Flags".
       01 wk-grant-line.
           03 gl-operator      pic x(20).
           03                  pic x(01) value spaces.
           03 gl-program       pic x(30).
           03                  pic x(01) value spaces.
           03 gl-action        pic x(08).
           03                  pic x(01) value spaces.
           03 gl-scope         pic x(05).
           03                  pic x(01) value spaces.
           03 gl-owner         pic x(20).
           03                  pic x(01) value spaces.
           03 gl-expires       pic x(08).
           03                  pic x(01) value spaces.
           03 gl-certified     pic x(08).
           03                  pic x(01) value spaces.
           03 gl-last-used     pic x(08).
           03                  pic x(01) value spaces.
           03 gl-flags         pic x(34).
       01 wk-flag-ptr         binary-long.
       01 wk-report-line1.
           03                  pic x(20) value "Grants on file     :".
           03 rpt-grant-count  pic zzzzzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Unused             :".
           03 rpt-unused-count pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Expiring           :".
           03 rpt-expiring-count pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Already expired    :".
           03 rpt-expired-count pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "No expiry set      :".
           03 rpt-noexpiry-count pic zzzzzzz9.
       01 wk-none-line        pic x(20) value "  (none)".

       procedure division.
       mfutcert-main.
           accept wk-today from date yyyymmdd
           compute wk-today-int = function integer-of-date(wk-today)
           perform load-grant-file
           if wk-grant-overflow
               display "mfutcert: MFUTAUTHCFG holds more grants than "
                   "the table - run refused so no grant is lost to a "
                   "truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "MFUTCERT_ACTION"
           if wk-action-cfg not equal spaces
               if wk-action-cfg not equal "APPLY"
                   display "mfutcert: MFUTCERT_ACTION must be APPLY"
                   goback returning 1
               end-if
               perform apply-responses
               goback returning return-code
           end-if

           perform load-run-settings
           perform scan-master-trail
           perform scan-address-trail
           perform write-recert-report
           display "mfutcert: " wk-grant-count " grant(s), "
               wk-unused-count " unused, " wk-expiring-count
               " expiring, " wk-expired-count " expired"
           goback returning 0.

       load-run-settings section.
           accept wk-unused-cfg from environment
               "MFUTCERT_UNUSED_DAYS"
           if wk-unused-cfg > 0
               move wk-unused-cfg to wk-unused-days
           end-if
           accept wk-expiry-cfg from environment
               "MFUTCERT_EXPIRY_DAYS"
           if wk-expiry-cfg > 0
               move wk-expiry-cfg to wk-expiry-days
           end-if
           compute wk-unused-cutoff = function date-of-integer(
               wk-today-int - wk-unused-days)
           compute wk-expiry-horizon = function date-of-integer(
               wk-today-int + wk-expiry-days)
           exit section
           .

      *> each grant row, and a slot for its operator's last use.
       load-grant-file section.
           open input auth-file
           if not wk-auth-ok-status
               exit section
           end-if
           set wk-auth-ok-status to true
           perform until not wk-auth-ok-status
               read auth-file
               if not wk-auth-eof-status
                   and auth-rec not equal spaces
                   perform hold-grant-row
               end-if
           end-perform
           close auth-file
           exit section
           .

       hold-grant-row section.
           if wk-grant-count >= 200
               set wk-grant-overflow to true
               exit section
           end-if
           add 1 to wk-grant-count
           move auth-rec to wk-grant-row(wk-grant-count)
           move "N" to wk-grant-removed(wk-grant-count)
           move auth-rec to wk-grant-rdf
           move grt-operator to wk-use-operator
           perform find-operator
           if wk-opr-found = 0
               add 1 to wk-opr-count
               move wk-opr-count to wk-opr-found
               move grt-operator to wk-opr-operator(wk-opr-found)
               move 0 to wk-opr-last-used(wk-opr-found)
           end-if
           move wk-opr-found to wk-grant-opr-slot(wk-grant-count)
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
           if wk-opr-operator(wk-opr-idx) equal wk-use-operator
               move wk-opr-idx to wk-opr-found
           end-if
           exit section
           .

       scan-master-trail section.
           open input audit-file
           if not wk-audit-ok-status
               exit section
           end-if
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   and aud-date numeric
                   move aud-date to wk-use-date
                   move aud-operator to wk-use-operator
                   perform record-operator-use
               end-if
           end-perform
           close audit-file
           exit section
           .

       scan-address-trail section.
           open input addr-audit-file
           if not wk-addr-audit-ok-status
               exit section
           end-if
           set wk-addr-audit-ok-status to true
           perform until not wk-addr-audit-ok-status
               read addr-audit-file
               if not wk-addr-audit-eof-status
                   and ada-date numeric
                   move ada-date to wk-use-date
                   move ada-operator to wk-use-operator
                   perform record-operator-use
               end-if
           end-perform
           close addr-audit-file
           exit section
           .

      *> a requester/approver column is a use by each of them.
       record-operator-use section.
           if wk-use-operator equal spaces
               exit section
           end-if
           move spaces to wk-use-requester wk-use-writer
           unstring wk-use-operator delimited by "/"
               into wk-use-requester wk-use-writer
           end-unstring
           move wk-use-requester to wk-use-operator
           perform stamp-operator-use
           if wk-use-writer not equal spaces
               move wk-use-writer to wk-use-operator
               perform stamp-operator-use
           end-if
           exit section
           .

       stamp-operator-use section.
           perform find-operator
           if wk-opr-found > 0
               and wk-use-date > wk-opr-last-used(wk-opr-found)
               move wk-use-date to wk-opr-last-used(wk-opr-found)
           end-if
           exit section
           .

       write-recert-report section.
           open output report-file
           if not wk-report-ok-status
               display "mfutcert: unable to open mfutcert-report.txt"
               exit section
           end-if
           move wk-today(1:4) to ttl-year
           compute wk-quarter = (function numval(wk-today(5:2)) + 2)
               / 3
           move wk-quarter to ttl-quarter
           move wk-today to ttl-today
           write report-rec from wk-title-line
           move spaces to report-rec
           write report-rec

           move "All grants" to wk-section-line
           write report-rec from wk-section-line
           write report-rec from wk-column-line
           perform report-grant-row
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count

           move wk-unused-days to ut-days
           move spaces to report-rec
           write report-rec
           write report-rec from wk-unused-title
           set wk-listing-unused to true
           move 0 to wk-listed-count
           perform list-flagged-grant
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
           if wk-listed-count = 0
               write report-rec from wk-none-line
           end-if

           move wk-expiry-days to et-days
           move spaces to report-rec
           write report-rec
           write report-rec from wk-expiry-title
           set wk-listing-expiring to true
           move 0 to wk-listed-count
           perform list-flagged-grant
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
           if wk-listed-count = 0
               write report-rec from wk-none-line
           end-if

           move wk-grant-count to rpt-grant-count
           move wk-unused-count to rpt-unused-count
           move wk-expiring-count to rpt-expiring-count
           move wk-expired-count to rpt-expired-count
           move wk-noexpiry-count to rpt-noexpiry-count
           move spaces to report-rec
           write report-rec
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           close report-file
           exit section
           .

       report-grant-row section.
           perform build-grant-line
           if wk-grant-unused
               add 1 to wk-unused-count
           end-if
           if wk-grant-expiring
               add 1 to wk-expiring-count
           end-if
           if wk-grant-expired
               add 1 to wk-expired-count
           end-if
           if grt-expires equal spaces
               add 1 to wk-noexpiry-count
           end-if
           write report-rec from wk-grant-line
           exit section
           .

       list-flagged-grant section.
           perform build-grant-line
           if (wk-listing-unused and wk-grant-unused)
               or (wk-listing-expiring
                   and (wk-grant-expiring or wk-grant-expired
                        or grt-expires equal spaces))
               add 1 to wk-listed-count
               write report-rec from wk-grant-line
           end-if
           exit section
           .

      *> one grant's report line and its flags.
       build-grant-line section.
           move wk-grant-row(wk-grant-idx) to wk-grant-rdf
           move wk-grant-opr-slot(wk-grant-idx) to wk-opr-found
           set wk-grant-unused to false
           set wk-grant-expiring to false
           set wk-grant-expired to false
           if wk-opr-last-used(wk-opr-found) < wk-unused-cutoff
               set wk-grant-unused to true
           end-if
           if grt-expires numeric and grt-expires-n > 0
               if grt-expires-n < wk-today
                   set wk-grant-expired to true
               else
                   if grt-expires-n <= wk-expiry-horizon
                       set wk-grant-expiring to true
                   end-if
               end-if
           end-if

           move grt-operator to gl-operator
           move grt-program to gl-program
           move grt-action to gl-action
           move grt-scope to gl-scope
           move grt-owner to gl-owner
           move grt-expires to gl-expires
           move grt-certified to gl-certified
           if wk-opr-last-used(wk-opr-found) = 0
               move "never" to gl-last-used
           else
               move wk-opr-last-used(wk-opr-found) to gl-last-used
           end-if
           move spaces to gl-flags
           move 1 to wk-flag-ptr
           if wk-grant-unused
               string "UNUSED " delimited by size
                   into gl-flags with pointer wk-flag-ptr
               end-string
           end-if
           if wk-grant-expired
               string "EXPIRED " delimited by size
                   into gl-flags with pointer wk-flag-ptr
               end-string
           end-if
           if wk-grant-expiring
               string "EXPIRING " delimited by size
                   into gl-flags with pointer wk-flag-ptr
               end-string
           end-if
           if grt-expires equal spaces
               string "NO-EXPIRY " delimited by size
                   into gl-flags with pointer wk-flag-ptr
               end-string
           end-if
           if grt-owner equal spaces
               string "NO-OWNER" delimited by size
                   into gl-flags with pointer wk-flag-ptr
               end-string
           end-if
           exit section
           .

      *> each response settles one grant, or is refused and listed.
       apply-responses section.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               move 1 to return-code
               exit section
           end-if
           perform resolve-run-id
           open input response-file
           if not wk-response-ok-status
               display "mfutcert: unable to open "
                   "mfutcert-responses.dat"
               move 1 to return-code
               exit section
           end-if
           set wk-response-ok-status to true
           perform until not wk-response-ok-status
               read response-file
               if not wk-response-eof-status
                   and response-rec not equal spaces
                   add 1 to wk-response-count
                   perform apply-one-response
               end-if
           end-perform
           close response-file

           if wk-confirmed-count + wk-revoked-count > 0
               perform rewrite-grant-file
               if return-code not = 0
                   exit section
               end-if
           end-if
           display "mfutcert: " wk-response-count " response(s), "
               wk-confirmed-count " confirmed, " wk-revoked-count
               " revoked, " wk-refused-count " refused"
           move 0 to return-code
           if wk-refused-count > 0
               move 1 to return-code
           end-if
           exit section
           .

       apply-one-response section.
           move 0 to wk-grant-found
           perform find-response-grant
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
                  or wk-grant-found > 0
           evaluate true
               when rsp-decision not equal "CONFIRMED"
                   and rsp-decision not equal "REVOKED"
                   move "decision must be CONFIRMED or REVOKED"
                       to wk-refuse-reason
               when wk-grant-found = 0
                   move "no such grant on the permissions file"
                       to wk-refuse-reason
               when other
                   move spaces to wk-refuse-reason
                   move wk-grant-row(wk-grant-found) to wk-grant-rdf
                   if grt-owner equal spaces
                       or rsp-manager not equal grt-owner
                       move "manager is not the grant's owner"
                           to wk-refuse-reason
                   end-if
                   if rsp-manager equal grt-operator
                       move "a manager cannot certify own access"
                           to wk-refuse-reason
                   end-if
                   if rsp-decision equal "CONFIRMED"
                       and rsp-new-expiry not equal spaces
                       and (rsp-new-expiry not numeric
                            or rsp-new-expiry < wk-today)
                       move "new expiry is not a future yyyymmdd"
                           to wk-refuse-reason
                   end-if
           end-evaluate
           if wk-refuse-reason not equal spaces
               add 1 to wk-refused-count
               display "mfutcert: refused " rsp-operator " "
                   rsp-program " " rsp-action " - " wk-refuse-reason
               exit section
           end-if

           move wk-grant-row(wk-grant-found) to gad-before
           if rsp-decision equal "REVOKED"
               move "Y" to wk-grant-removed(wk-grant-found)
               move spaces to gad-after
               add 1 to wk-revoked-count
           else
               move wk-today to grt-certified
               if rsp-new-expiry not equal spaces
                   move rsp-new-expiry to grt-expires
               end-if
               move wk-grant-rdf to wk-grant-row(wk-grant-found)
               move wk-grant-rdf to gad-after
               add 1 to wk-confirmed-count
           end-if
           perform write-grant-audit
           exit section
           .

       find-response-grant section.
           move wk-grant-row(wk-grant-idx) to wk-grant-rdf
           if wk-grant-removed(wk-grant-idx) equal "N"
               and grt-operator equal rsp-operator
               and grt-program equal rsp-program
               and grt-action equal rsp-action
               move wk-grant-idx to wk-grant-found
           end-if
           exit section
           .

      *> appended open/close per row, so an interrupted run still
      *> leaves every applied change on the trail.
       write-grant-audit section.
           move wk-today to gad-date
           accept wk-stamp-time from time
           move wk-stamp-time to gad-time
           move wk-run-id to gad-run-id
           move wk-auth-operator to gad-applied-by
           move rsp-manager to gad-manager
           move rsp-decision to gad-decision
           open extend grant-audit-file
           if not wk-grant-audit-ok-status
               open output grant-audit-file
           end-if
           if wk-grant-audit-ok-status
               write grant-audit-rec from wk-grant-audit-line
               close grant-audit-file
           else
               display "mfutcert: unable to open mfutauth-audit.dat"
           end-if
           exit section
           .

       rewrite-grant-file section.
           open output auth-file
           if not wk-auth-ok-status
               display "mfutcert: unable to rewrite MFUTAUTHCFG"
               move 1 to return-code
               exit section
           end-if
           perform write-grant-row
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
           close auth-file
           exit section
           .

       write-grant-row section.
           if wk-grant-removed(wk-grant-idx) equal "N"
               write auth-rec from wk-grant-row(wk-grant-idx)
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

       end program mfutcert.
