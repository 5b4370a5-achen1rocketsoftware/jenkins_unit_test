      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTLBOX imports the bank's remittance (lockbox) file so the
      * data team stops retyping it into CUSTPOSTIN rows. Point
      * CUSTLBOXIN at the file:
      *   bank-ref x(12), payer reference x(30), amount 9(7)v99,
      *   value date (ISO yyyy-mm-dd), space separated
      * ending with the bank's "TRL" row (item count 9(8), amount
      * 9(11)v99). The whole file is proved against its trailer
      * before anything is matched - a missing trailer or totals
      * that disagree refuse the run, so half a remittance is never
      * posted.
      *
      * Each item is matched to a customer in turn:
      *   1. a customer-id in the payer reference (the first run of
      *      exactly five digits) that is live on the master
      *   2. that id through the customer-xref.dat old-to-new
      *      mapping (custxref), for payers still quoting a retired
      *      id
      *   3. the reference's first word against the surname index
      *      (customer-sname-index.dat) - one live customer with that
      *      surname is a match, more than one is ambiguous
      * A closed account never takes cash. Matches become payment
      * rows on a CUSTPOSTIN-format file (the CUSTLBOXOUT DD,
      * trailer row included) dated with the value date, so the
      * cash goes through custpost's audit, ledger and journal like
      * any other payment, with one ctltotal control record (stage
      * custlbox). Every item that does not match - unmatched,
      * ambiguous, or carrying a value date datechk refuses - goes
      * onto the unapplied-cash suspense register,
      * custlbox-suspense.dat:
      *   bank-ref x(12) payer-ref x(30) amount 9(7)v99
      *   value-date x(10) reason x(9) status x(11) customer-id x(5)
      *   operator x(20) resubmitted x(10)
      * (space separated), reason UNMATCHED, AMBIGUOUS or BAD DATE,
      * status OPEN, ASSIGNED or RESUBMITTED. A bank-ref already on
      * the register is not added twice, and the whole file is
      * fingerprinted on the processed-feed register (feedreg) -
      * trailer count, and a hash of its bank-refs and trailer
      * amount - so a remittance file sent twice is refused before
      * a single item is matched or posted again. An item that
      * cannot be suspended because the register is full is named
      * on the console and the run ends return code 1 with the
      * count of such items, so none is silently dropped.
      *
      * The cash desk clears suspense one item per run, named by
      *   CUSTLBOX_ACTION       ASSIGN
      *   CUSTLBOX_ITEM         the item's bank-ref
      *   CUSTLBOX_CUSTOMER_ID  the customer the cash belongs to
      * made by an operator the shared mfutauth gate lets through
      * (action UPDATE); only an OPEN item can be assigned, and only
      * to a live customer. The next nightly run resubmits every
      * ASSIGNED item onto CUSTLBOXOUT with the night's matches -
      * dated with its value date, or the run date when the bank's
      * date was the problem - and stamps it RESUBMITTED.
      *
      * custlbox-report.txt lists each item posted (bank-ref,
      * customer, how it was matched, amount) and the counts.
      *****************************************************************
       identification division.
       program-id. custlbox.
       environment division.
       input-output section.
           file-control.
           select remit-file assign external custlboxin
           organization is line sequential
           file status is wk-remit-status.

           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select sndx-file assign to "customer-sname-index.dat"
           organization is line sequential
           file status is wk-sndx-status.

           select suspense-file assign to "custlbox-suspense.dat"
           organization is line sequential
           file status is wk-suspense-status.

           select post-file assign external custlboxout
           organization is line sequential
           file status is wk-post-status.

           select report-file assign to "custlbox-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd remit-file.
       01 remit-rec.
           03 rmt-bank-ref        pic x(12).
           03                     pic x(01).
           03 rmt-payer-ref       pic x(30).
           03                     pic x(01).
           03 rmt-amount          pic 9(07)v99.
           03                     pic x(01).
           03 rmt-value-date      pic x(10).
       01 remit-trl-rec.
           03 rmt-trl-tag         pic x(03).
           03 rmt-trl-count       pic 9(08).
           03 rmt-trl-amount      pic 9(11)v99.

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd sndx-file.
       01 sndx-rec.
           03 sdx-sname           pic x(16).
           03                     pic x(01).
           03 sdx-customer-id     pic 9(05).

       fd suspense-file.
       01 suspense-rec            pic x(130).

      *> custpost's own CUSTPOSTIN shapes, as custaccr writes them.
       fd post-file.
       01 post-rec.
           03 pst-customer-id     pic 9(05).
           03 pst-type            pic x(01).
           03 pst-amount          pic 9(07)v99.
           03 pst-date            pic x(10).
       01 post-trl-rec.
           03 pst-trl-tag         pic x(03).
           03 pst-trl-count       pic 9(08).
           03 pst-trl-amount      pic 9(11)v99.
           03                     pic x(01).

       fd report-file.
       01 report-rec              pic x(70).

       working-storage section.
       01 wk-remit-status     pic xx.
           88 wk-remit-ok-status    value "00".
           88 wk-remit-eof-status   value "10".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-sndx-status      pic xx.
           88 wk-sndx-ok-status     value "00".
           88 wk-sndx-eof-status    value "10".
       01 wk-suspense-status  pic xx.
           88 wk-suspense-ok-status  value "00".
           88 wk-suspense-eof-status value "10".
       01 wk-post-status      pic xx.
           88 wk-post-ok-status     value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-item-cfg         pic x(12).
       01 wk-id-cfg           pic 9(05).

      *> the whole suspense register, held and rewritten in place the
      *> way custdisp holds its dispute register.
       78 wk-sus-slots        value 5000.
       01 wk-sus-count        binary-long value 0.
       01 wk-sus-tbl.
           03 wk-sus-entry occurs 5000 times.
               05 wk-sus-line     pic x(130).
       01 wk-sus-line-rdf.
           03 sus-bank-ref        pic x(12).
           03                     pic x(01).
           03 sus-payer-ref       pic x(30).
           03                     pic x(01).
           03 sus-amount          pic 9(07)v99.
           03                     pic x(01).
           03 sus-value-date      pic x(10).
           03                     pic x(01).
           03 sus-reason          pic x(09).
           03                     pic x(01).
           03 sus-status          pic x(11).
           03                     pic x(01).
           03 sus-customer-id     pic x(05).
           03                     pic x(01).
           03 sus-operator        pic x(20).
           03                     pic x(01).
           03 sus-resubmit-date   pic x(10).
           03                     pic x(05).
       01 wk-sus-idx          binary-long.
       01 wk-target-idx       binary-long.
       01 wk-sus-full-sw      pic x(01).
           88 wk-sus-overflow     value "Y" false "N".

      *> the surname index, loaded once for the night's matching.
       01 wk-sdx-count        binary-long value 0.
       01 wk-sdx-tbl.
           03 wk-sdx-entry occurs 99999 times.
               05 wk-sdx-sname    pic x(16).
               05 wk-sdx-id       pic 9(05).
       01 wk-sdx-idx          binary-long.

      *> the bank's trailer and the file's own totals, proved before
      *> any item is matched.
       01 wk-trl-seen-sw      pic x(01) value "N".
           88 wk-trl-seen         value "Y" false "N".
       01 wk-trl-count        pic 9(08).
       01 wk-trl-amount       pic 9(11)v99.
       01 wk-file-count       pic 9(08) value 0.
       01 wk-file-amount      pic 9(11)v99 value 0.
       01 wk-bad-amount-count binary-long value 0.

      *> the processed-feed register: CUSTLBOXIN has no header row,
      *> so its fingerprint is the trailer count plus a hash of every
      *> item's bank-ref folded with the trailer amount - a file the
      *> bank sends twice is refused before anything is matched.
       01 wk-feed-program     pic x(30) value "custlbox".
       01 wk-feed-date        pic x(10) value spaces.
       01 wk-feed-source      pic x(10) value "CUSTLBOXIN".
       01 wk-feed-count-d     pic 9(08).
       01 wk-feed-hash-d      pic 9(10).
       01 wk-feed-result      pic x(01).
       01 wk-ref-hash         binary-double value 0.
       01 wk-ref-char-idx     binary-long.

      *> one item's match.
       01 wk-match-id         pic 9(05).
       01 wk-match-method     pic x(08).
       01 wk-candidate-id     pic 9(05).
       01 wk-candidate-sw     pic x(01).
           88 wk-candidate-found  value "Y" false "N".
       01 wk-ref-pos          binary-long.
       01 wk-ref-word         pic x(30).
       01 wk-ref-sname        pic x(16).
       01 wk-name-hits        binary-long.
       01 wk-name-hit-id      pic 9(05).
       01 wk-suspense-reason  pic x(09).
       01 wk-live-sw          pic x(01).
           88 wk-live-customer    value "Y" false "N".
       01 wk-xref-in-id       pic 9(05).
       01 wk-xref-out-id      pic 9(05).
       01 wk-xref-found       pic x(01).
           88 wk-xref-hit         value "Y" false "N".

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-output-date.
           02 dc-day-name                pic xxx.
           02 dc-day-no                  pic xx.
           02 dc-month-name              pic xxx.
           02 dc-year-no                 pic xxxx.
           02 dc-days-since-jan-1-1900   pic x(8).
           02 dc-iso-date                pic x(10).
           02 dc-julian-day              pic 9(03).
           02 dc-day-of-week-no          pic 9.
           02 dc-leap-year-flag          pic x.
           02 dc-fiscal-year             pic 9(04).
           02 dc-fiscal-period           pic 9(02).

       01 wk-read-count       binary-long value 0.
       01 wk-id-count         binary-long value 0.
       01 wk-xref-count       binary-long value 0.
       01 wk-name-count       binary-long value 0.
       01 wk-suspense-count   binary-long value 0.
       01 wk-unsuspended-count binary-long value 0.
       01 wk-resubmit-count   binary-long value 0.
       01 wk-open-count       binary-long value 0.
       01 wk-post-count       binary-long value 0.
       01 wk-post-amount      pic 9(11)v99 value 0.
       01 wk-id-hash          binary-double value 0.
       01 wk-ctl-program      pic x(30) value "custlbox".
       01 wk-ctl-hash         pic 9(10).

       01 wk-auth-program     pic x(30) value "custlbox".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-detail-line.
           03 dtl-bank-ref        pic x(12).
           03                     pic x(01) value spaces.
           03 dtl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 dtl-method          pic x(08).
           03                     pic x(01) value spaces.
           03 dtl-amount          pic z(6)9.99.
       01 wk-report-line1.
           03                  pic x(20) value "Remittances read   :".
           03 rpt-read-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Matched by id      :".
           03 rpt-id-count     pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Matched by xref    :".
           03 rpt-xref-count   pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Matched by surname :".
           03 rpt-name-count   pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Sent to suspense   :".
           03 rpt-suspense-count pic zzzz9.
       01 wk-report-line6.
           03                  pic x(20) value "Resubmitted        :".
           03 rpt-resubmit-count pic zzzz9.
       01 wk-report-line7.
           03                  pic x(20) value "Suspense still open:".
           03 rpt-open-count   pic zzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Amount to post     :".
           03 rpt-post-amount  pic z(10)9.99.

       procedure division.
       custlbox-main.
           perform build-today-iso-date
           perform load-suspense-register
           if wk-sus-overflow
               display "custlbox: custlbox-suspense.dat holds more "
                   "rows than the table - run refused so no item "
                   "is lost to a truncated rewrite"
               goback returning 1
           end-if

           accept wk-action-cfg from environment "CUSTLBOX_ACTION"
           if wk-action-cfg not equal spaces
               perform assign-suspense-item
               if return-code = 0
                   perform write-suspense-register
               end-if
               goback returning return-code
           end-if

           perform prove-remittance-trailer
           if return-code not = 0
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custlbox: unable to open customers master"
               goback returning 1
           end-if
           perform load-surname-index
           open input remit-file
           if not wk-remit-ok-status
               display "custlbox: unable to open CUSTLBOXIN"
               close cust
               goback returning 1
           end-if
           open output post-file
           if not wk-post-ok-status
               display "custlbox: unable to open CUSTLBOXOUT"
               close cust remit-file
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custlbox: unable to open custlbox-report.txt"
               close cust remit-file post-file
               goback returning 1
           end-if
           move "Remittance items posted (bank-ref, customer, match)"
               to report-rec
           write report-rec

           set wk-remit-ok-status to true
           perform until not wk-remit-ok-status
               read remit-file
               if not wk-remit-eof-status
                   if rmt-trl-tag not equal "TRL"
                       add 1 to wk-read-count
                       perform match-remittance-item
                   end-if
               end-if
           end-perform
           close remit-file
           close cust

           perform resubmit-assigned-item
               varying wk-sus-idx from 1 by 1
               until wk-sus-idx > wk-sus-count

           move "TRL" to pst-trl-tag
           move wk-post-count to pst-trl-count
           move wk-post-amount to pst-trl-amount
           write post-trl-rec
           close post-file

           perform write-suspense-register
           call "FEEDREG-RECORD" using
               by reference wk-feed-program
               by reference wk-feed-date
               by reference wk-feed-source
               by reference wk-feed-count-d
               by reference wk-feed-hash-d
           end-call

           compute wk-ctl-hash = function mod(wk-id-hash, 10000000000)
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-read-count
                                  by reference wk-post-count
                                  by reference wk-ctl-hash
           end-call

           perform count-open-suspense
               varying wk-sus-idx from 1 by 1
               until wk-sus-idx > wk-sus-count
           perform write-summary-lines
           close report-file
           display "custlbox: " wk-read-count " remittance(s) read, "
               wk-post-count " posted, " wk-suspense-count
               " to suspense"
           if wk-unsuspended-count > 0
               display "custlbox: suspense register full at "
                   wk-sus-slots " rows - " wk-unsuspended-count
                   " item(s) neither posted nor suspended; re-present"
                   " them once the desk has cleared the register"
               goback returning 1
           end-if
           goback returning 0.

      *> the bank's trailer proves the file before it is used: a
      *> missing trailer, or a count or amount that disagrees with
      *> the items actually on the file, refuses the run.
       prove-remittance-trailer section.
           move 0 to return-code
           open input remit-file
           if not wk-remit-ok-status
               display "custlbox: unable to open CUSTLBOXIN"
               move 1 to return-code
               exit section
           end-if
           set wk-remit-ok-status to true
           perform until not wk-remit-ok-status
               read remit-file
               if not wk-remit-eof-status
                   perform total-remittance-row
               end-if
           end-perform
           close remit-file
           if not wk-trl-seen
               display "custlbox: CUSTLBOXIN has no trailer row - "
                   "run refused"
               move 1 to return-code
               exit section
           end-if
           if wk-bad-amount-count > 0
               display "custlbox: " wk-bad-amount-count " item(s) "
                   "with no usable amount - run refused"
               move 1 to return-code
               exit section
           end-if
           if wk-trl-count not = wk-file-count
               or wk-trl-amount not = wk-file-amount
               display "custlbox: CUSTLBOXIN does not agree with its "
                   "trailer - run refused"
               move 1 to return-code
               exit section
           end-if

           move wk-trl-count to wk-feed-count-d
           compute wk-feed-hash-d = function mod(
               wk-ref-hash + wk-trl-amount * 100, 10000000000)
           call "FEEDREG-CHECK" using
               by reference wk-feed-program
               by reference wk-feed-date
               by reference wk-feed-source
               by reference wk-feed-count-d
               by reference wk-feed-hash-d
               by reference wk-feed-result
           end-call
           if wk-feed-result equal "D"
               display "custlbox: CUSTLBOXIN refused - already "
                   "processed"
               move 1 to return-code
           end-if
           exit section
           .

       total-remittance-row section.
           if rmt-trl-tag equal "TRL"
               set wk-trl-seen to true
               move rmt-trl-count to wk-trl-count
               move rmt-trl-amount to wk-trl-amount
               exit section
           end-if
           add 1 to wk-file-count
           perform hash-bank-ref-char
               varying wk-ref-char-idx from 1 by 1
               until wk-ref-char-idx > 12
           if rmt-amount not numeric or rmt-amount = 0
               add 1 to wk-bad-amount-count
               exit section
           end-if
           add rmt-amount to wk-file-amount
           exit section
           .

      *> each character weighted by its position, so two items whose
      *> refs hold the same characters in another order differ.
       hash-bank-ref-char section.
           compute wk-ref-hash = wk-ref-hash
               + function ord(rmt-bank-ref(wk-ref-char-idx:1))
               * wk-ref-char-idx
           exit section
           .

      *> id, then the retired-id mapping, then the surname; the first
      *> to name exactly one live customer wins.
       match-remittance-item section.
           move 0 to wk-match-id
           move spaces to wk-match-method
           move "UNMATCHED" to wk-suspense-reason

           move rmt-value-date to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           if dc-day-name equal spaces
               move "BAD DATE" to wk-suspense-reason
               perform send-to-suspense
               exit section
           end-if

           perform find-reference-id
           if wk-candidate-found
               move wk-candidate-id to customer-id
               perform check-live-customer
               if wk-live-customer
                   move "ID" to wk-match-method
                   add 1 to wk-id-count
               else
                   move wk-candidate-id to wk-xref-in-id
                   call "custxref" using by reference wk-xref-in-id
                                          by reference wk-xref-out-id
                                          by reference wk-xref-found
                   end-call
                   if wk-xref-hit
                       move wk-xref-out-id to customer-id
                       perform check-live-customer
                       if wk-live-customer
                           move "XREF" to wk-match-method
                           add 1 to wk-xref-count
                       end-if
                   end-if
               end-if
           end-if

           if wk-match-method equal spaces
               perform find-reference-surname
               evaluate true
                   when wk-name-hits = 1
                       move wk-name-hit-id to customer-id
                       perform check-live-customer
                       if wk-live-customer
                           move "SURNAME" to wk-match-method
                           add 1 to wk-name-count
                       end-if
                   when wk-name-hits > 1
                       move "AMBIGUOUS" to wk-suspense-reason
               end-evaluate
           end-if

           if wk-match-method equal spaces
               perform send-to-suspense
               exit section
           end-if

           move customer-id to pst-customer-id
           move "P" to pst-type
           move rmt-amount to pst-amount
           move rmt-value-date to pst-date
           write post-rec
           add 1 to wk-post-count
           add rmt-amount to wk-post-amount
           add customer-id to wk-id-hash

           move rmt-bank-ref to dtl-bank-ref
           move customer-id to dtl-customer-id
           move wk-match-method to dtl-method
           move rmt-amount to dtl-amount
           write report-rec from wk-detail-line
           exit section
           .

      *> the first run of exactly five digits anywhere in the
      *> reference - a longer digit run is an invoice or account
      *> number, not a customer-id.
       find-reference-id section.
           set wk-candidate-found to false
           perform test-reference-position
               varying wk-ref-pos from 1 by 1
               until wk-ref-pos > 26
                  or wk-candidate-found
           exit section
           .

       test-reference-position section.
           if rmt-payer-ref(wk-ref-pos:5) not numeric
               exit section
           end-if
           if wk-ref-pos > 1
               if rmt-payer-ref(wk-ref-pos - 1:1) numeric
                   exit section
               end-if
           end-if
           if wk-ref-pos < 26
               if rmt-payer-ref(wk-ref-pos + 5:1) numeric
                   exit section
               end-if
           end-if
           move rmt-payer-ref(wk-ref-pos:5) to wk-candidate-id
           set wk-candidate-found to true
           exit section
           .

      *> the reference's first word, upper-cased, against every
      *> surname on the index; the index is kept in the master's own
      *> case, so both sides are compared upper-cased.
       find-reference-surname section.
           move 0 to wk-name-hits
           move spaces to wk-ref-word
           unstring rmt-payer-ref delimited by all spaces
               into wk-ref-word
           end-unstring
           if wk-ref-word equal spaces
               unstring rmt-payer-ref(2:29) delimited by all spaces
                   into wk-ref-word
               end-unstring
           end-if
           if wk-ref-word equal spaces
               or wk-ref-word(17:14) not equal spaces
               exit section
           end-if
           move wk-ref-word to wk-ref-sname
           inspect wk-ref-sname converting
               "abcdefghijklmnopqrstuvwxyz"
               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform match-index-surname
               varying wk-sdx-idx from 1 by 1
               until wk-sdx-idx > wk-sdx-count
           exit section
           .

       match-index-surname section.
           if wk-sdx-sname(wk-sdx-idx) equal wk-ref-sname
               add 1 to wk-name-hits
               move wk-sdx-id(wk-sdx-idx) to wk-name-hit-id
           end-if
           exit section
           .

       check-live-customer section.
           set wk-live-customer to false
           read cust
               invalid key
                   exit section
           end-read
           if not customer-acct-closed
               set wk-live-customer to true
           end-if
           exit section
           .

      *> a bank-ref already on the register - a remittance file sent
      *> twice - is not suspended a second time.
       send-to-suspense section.
           move 0 to wk-target-idx
           move rmt-bank-ref to wk-item-cfg
           perform find-suspense-item
               varying wk-sus-idx from 1 by 1
               until wk-sus-idx > wk-sus-count
                  or wk-target-idx > 0
           if wk-target-idx > 0
               exit section
           end-if
           if wk-sus-count >= wk-sus-slots
               display "custlbox: suspense register full - item "
                   rmt-bank-ref " not suspended"
               add 1 to wk-unsuspended-count
               exit section
           end-if
           add 1 to wk-sus-count
           move spaces to wk-sus-line-rdf
           move rmt-bank-ref to sus-bank-ref
           move rmt-payer-ref to sus-payer-ref
           move rmt-amount to sus-amount
           move rmt-value-date to sus-value-date
           move wk-suspense-reason to sus-reason
           move "OPEN" to sus-status
           move wk-sus-line-rdf to wk-sus-line(wk-sus-count)
           add 1 to wk-suspense-count
           exit section
           .

       find-suspense-item section.
           move wk-sus-line(wk-sus-idx) to wk-sus-line-rdf
           if sus-bank-ref equal wk-item-cfg
               move wk-sus-idx to wk-target-idx
           end-if
           exit section
           .

      *> the desk's decision: an OPEN item goes to a live customer,
      *> stamped with the operator who made the call.
       assign-suspense-item section.
           if wk-action-cfg not equal "ASSIGN"
               display "custlbox: CUSTLBOX_ACTION must be ASSIGN"
               move 1 to return-code
               exit section
           end-if
           accept wk-item-cfg from environment "CUSTLBOX_ITEM"
           accept wk-id-cfg from environment "CUSTLBOX_CUSTOMER_ID"
           if wk-item-cfg equal spaces or wk-id-cfg = 0
               display "custlbox: CUSTLBOX_ITEM and "
                   "CUSTLBOX_CUSTOMER_ID must name the item and the "
                   "customer"
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

           move 0 to wk-target-idx
           perform find-suspense-item
               varying wk-sus-idx from 1 by 1
               until wk-sus-idx > wk-sus-count
                  or wk-target-idx > 0
           if wk-target-idx = 0
               display "custlbox: no suspense item " wk-item-cfg
               move 1 to return-code
               exit section
           end-if
           move wk-sus-line(wk-target-idx) to wk-sus-line-rdf
           if sus-status not equal "OPEN"
               display "custlbox: suspense item " wk-item-cfg
                   " is already " sus-status
               move 1 to return-code
               exit section
           end-if

           open input cust
           if not wk-cust-ok-status
               display "custlbox: unable to open customers master"
               move 1 to return-code
               exit section
           end-if
           move wk-id-cfg to customer-id
           perform check-live-customer
           close cust
           if not wk-live-customer
               display "custlbox: customer " wk-id-cfg
                   " is not a live account"
               move 1 to return-code
               exit section
           end-if

           move "ASSIGNED" to sus-status
           move wk-id-cfg to sus-customer-id
           move wk-auth-operator to sus-operator
           move wk-sus-line-rdf to wk-sus-line(wk-target-idx)
           display "custlbox: suspense item " wk-item-cfg
               " assigned to customer " wk-id-cfg
           move 0 to return-code
           exit section
           .

      *> an assigned item goes out with tonight's matches, dated as
      *> the bank dated it unless that date was the problem.
       resubmit-assigned-item section.
           move wk-sus-line(wk-sus-idx) to wk-sus-line-rdf
           if sus-status not equal "ASSIGNED"
               exit section
           end-if
           move sus-customer-id to pst-customer-id
           move "P" to pst-type
           move sus-amount to pst-amount
           if sus-reason equal "BAD DATE"
               move wk-today-iso to pst-date
           else
               move sus-value-date to pst-date
           end-if
           write post-rec
           add 1 to wk-post-count
           add 1 to wk-resubmit-count
           add sus-amount to wk-post-amount
           add pst-customer-id to wk-id-hash

           move sus-bank-ref to dtl-bank-ref
           move pst-customer-id to dtl-customer-id
           move "ASSIGNED" to dtl-method
           move sus-amount to dtl-amount
           write report-rec from wk-detail-line

           move "RESUBMITTED" to sus-status
           move wk-today-iso to sus-resubmit-date
           move wk-sus-line-rdf to wk-sus-line(wk-sus-idx)
           exit section
           .

       count-open-suspense section.
           move wk-sus-line(wk-sus-idx) to wk-sus-line-rdf
           if sus-status equal "OPEN"
               add 1 to wk-open-count
           end-if
           exit section
           .

       load-surname-index section.
           open input sndx-file
           if not wk-sndx-ok-status
               display "custlbox: no surname index - surname "
                   "matching skipped"
               exit section
           end-if
           set wk-sndx-ok-status to true
           perform until not wk-sndx-ok-status
               read sndx-file
               if not wk-sndx-eof-status
                   if wk-sdx-count < 99999
                       add 1 to wk-sdx-count
                       move sdx-sname to wk-sdx-sname(wk-sdx-count)
                       inspect wk-sdx-sname(wk-sdx-count) converting
                           "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                       move sdx-customer-id to wk-sdx-id(wk-sdx-count)
                   end-if
               end-if
           end-perform
           close sndx-file
           exit section
           .

       load-suspense-register section.
           open input suspense-file
           if not wk-suspense-ok-status
               exit section
           end-if
           set wk-suspense-ok-status to true
           perform until not wk-suspense-ok-status
               read suspense-file
               if not wk-suspense-eof-status
                   if wk-sus-count < wk-sus-slots
                       add 1 to wk-sus-count
                       move suspense-rec to wk-sus-line(wk-sus-count)
                   else
                       set wk-sus-overflow to true
                   end-if
               end-if
           end-perform
           close suspense-file
           exit section
           .

       write-suspense-register section.
           open output suspense-file
           if not wk-suspense-ok-status
               display "custlbox: unable to rewrite "
                   "custlbox-suspense.dat"
               move 1 to return-code
               exit section
           end-if
           perform write-suspense-row
               varying wk-sus-idx from 1 by 1
               until wk-sus-idx > wk-sus-count
           close suspense-file
           exit section
           .

       write-suspense-row section.
           write suspense-rec from wk-sus-line(wk-sus-idx)
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

       write-summary-lines section.
           move wk-read-count to rpt-read-count
           move wk-id-count to rpt-id-count
           move wk-xref-count to rpt-xref-count
           move wk-name-count to rpt-name-count
           move wk-suspense-count to rpt-suspense-count
           move wk-resubmit-count to rpt-resubmit-count
           move wk-open-count to rpt-open-count
           move wk-post-amount to rpt-post-amount
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           write report-rec from wk-report-line6
           write report-rec from wk-report-line7
           write report-rec from wk-report-line8
           exit section
           .

       end program custlbox.
