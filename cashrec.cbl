      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CASHREC reconciles the CASH account to the bank. glrecon
      * proves the journal against itself; this proves the cash the
      * journal debits to CASH actually arrived. Point CASHSTMT at
      * the bank's daily statement:
      *   value date (ISO yyyy-mm-dd), bank-ref x(16), "CR" or "DR",
      *   amount 9(9)v99, space separated
      * Every row is validated before anything is matched - a bad
      * date, side or amount refuses the run, so a statement the
      * bank sent damaged never clears or strands an item.
      *
      * The book side is the payment rows (type "P") custpost wrote
      * to custpost-ledger.dat since the last reconciliation - the
      * highest posting date taken is kept in cashrec-hwm.dat; a
      * first run takes the latest posting night on the ledger. A
      * payment is journaled to CASH in the base currency, so its
      * base amount and its value date are what the bank should
      * show. Statement debits are not payments and are only
      * counted.
      *
      * Each bank credit is matched to an unmatched payment of the
      * same amount whose value date is within the tolerance window
      * of the bank's, the nearest date winning. Both sides include
      * the items still outstanding from earlier nights, held on
      * cashrec-outstanding.dat:
      *   side ("BANK"/"BOOK") x(4), value date x(10), amount
      *   9(9)v99, reference x(20), first seen (ISO) x(10)
      * (space separated) - so an item clears the night its partner
      * turns up. What is still unmatched goes back on the register
      * with the date it was first seen.
      *
      *   CASHREC_TOLERANCE_DAYS  the matching window (default 3)
      *   CASHREC_ALERT_DAYS      days an item may stay outstanding
      *                           before it is raised (default 5)
      *
      * An item outstanding longer than CASHREC_ALERT_DAYS adds a
      * "CASH RECON OUTSTANDING" line to mfut-ops-alert.log - the
      * file MFUTRSLT and slamon already page the on-call analyst
      * through, and incmgr keeps as incidents. cashrec-report.txt
      * lists the items cleared and the items outstanding on each
      * side, and the unreconciled difference.
      *****************************************************************
       identification division.
       program-id. cashrec.
       environment division.
       input-output section.
           file-control.
           select stmt-file assign external cashstmt
           organization is line sequential
           file status is wk-stmt-status.

           select ledger-file assign to "custpost-ledger.dat"
           organization is line sequential
           file status is wk-ledger-status.

           select hwm-file assign to "cashrec-hwm.dat"
           organization is line sequential
           file status is wk-hwm-status.

           select outstanding-file assign to "cashrec-outstanding.dat"
           organization is line sequential
           file status is wk-outst-status.

           select report-file assign to "cashrec-report.txt"
           organization is line sequential
           file status is wk-report-status.

           select ops-alert assign to "mfut-ops-alert.log"
           organization is line sequential
           file status is wk-alert-status.
       data division.
       file section.
       fd stmt-file.
       01 stmt-rec.
           03 stm-value-date      pic x(10).
           03                     pic x(01).
           03 stm-bank-ref        pic x(16).
           03                     pic x(01).
           03 stm-side            pic x(02).
           03                     pic x(01).
           03 stm-amount          pic 9(09)v99.

       fd ledger-file.
       01 ledger-rec.
           03 led-customer-id     pic 9(05).
           03                     pic x(01).
           03 led-date            pic 9(08).
           03                     pic x(01).
           03 led-time            pic 9(08).
           03                     pic x(01).
           03 led-run-id          pic x(20).
           03                     pic x(01).
           03 led-type            pic x(01).
           03                     pic x(01).
           03 led-txn-date        pic x(10).
           03                     pic x(01).
           03 led-amount          pic 9(07)v99.
           03                     pic x(01).
           03 led-balance-before  pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 led-balance-after   pic s9(9)v99 sign leading separate.
           03                     pic x(01).
           03 led-xref-id         pic x(05).
           03                     pic x(01).
           03 led-currency        pic x(03).
           03                     pic x(01).
           03 led-base-amount     pic 9(09)v99.
           03                     pic x(01).
           03 led-redirect-from   pic x(10).

       fd hwm-file.
       01 hwm-rec.
           03 hwm-led-date        pic 9(08).

       fd outstanding-file.
       01 outstanding-rec         pic x(60).

       fd report-file.
       01 report-rec              pic x(80).

       fd ops-alert.
       01 ops-alert-rec           pic x(160).

       working-storage section.
       01 wk-stmt-status      pic xx.
           88 wk-stmt-ok-status     value "00".
           88 wk-stmt-eof-status    value "10".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-hwm-status       pic xx.
           88 wk-hwm-ok-status      value "00".
       01 wk-outst-status     pic xx.
           88 wk-outst-ok-status    value "00".
           88 wk-outst-eof-status   value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-alert-status     pic xx.
           88 wk-alert-ok           value "00".

       01 wk-tolerance-cfg    pic 9(03).
       01 wk-tolerance        binary-long value 3.
       01 wk-alert-days-cfg   pic 9(03).
       01 wk-alert-days       binary-long value 5.

      *> one table per side; the outstanding items from earlier
      *> nights load first, tonight's items after them.
       78 wk-item-slots       value 10000.
       01 wk-bank-count       binary-long value 0.
       01 wk-bank-tbl.
           03 wk-bank-entry occurs 10000 times.
               05 wk-bnk-date     pic x(10).
               05 wk-bnk-amount   pic 9(09)v99.
               05 wk-bnk-ref      pic x(20).
               05 wk-bnk-seen     pic x(10).
               05 wk-bnk-match    binary-long.
       01 wk-book-count       binary-long value 0.
       01 wk-book-tbl.
           03 wk-book-entry occurs 10000 times.
               05 wk-bok-date     pic x(10).
               05 wk-bok-amount   pic 9(09)v99.
               05 wk-bok-ref      pic x(20).
               05 wk-bok-seen     pic x(10).
               05 wk-bok-match    binary-long.
       01 wk-bank-idx         binary-long.
       01 wk-book-idx         binary-long.
       01 wk-best-idx         binary-long.
       01 wk-best-gap         binary-long.
       01 wk-full-sw          pic x(01) value "N".
           88 wk-table-full       value "Y" false "N".

       01 wk-outst-line-rdf.
           03 ost-side            pic x(04).
           03                     pic x(01).
           03 ost-date            pic x(10).
           03                     pic x(01).
           03 ost-amount          pic 9(09)v99.
           03                     pic x(01).
           03 ost-ref             pic x(20).
           03                     pic x(01).
           03 ost-seen            pic x(10).
           03                     pic x(01).

       01 wk-hwm-date         pic 9(08) value 0.
       01 wk-hwm-found-sw     pic x(01) value "N".
           88 wk-hwm-found        value "Y" false "N".
       01 wk-ledger-max-date  pic 9(08) value 0.
       01 wk-take-from-date   pic 9(08).

       01 wk-bad-stmt-count   binary-long value 0.
       01 wk-debit-count      binary-long value 0.
       01 wk-cleared-count    binary-long value 0.
       01 wk-bank-outst-count binary-long value 0.
       01 wk-book-outst-count binary-long value 0.
       01 wk-alert-count      binary-long value 0.
       01 wk-bank-outst-amt   pic 9(11)v99 value 0.
       01 wk-book-outst-amt   pic 9(11)v99 value 0.
       01 wk-difference       pic s9(11)v99 value 0.

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
       01 wk-date-b           pic x(10).
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-item-line.
           03 itm-side            pic x(04).
           03                     pic x(01) value spaces.
           03 itm-date            pic x(10).
           03                     pic x(01) value spaces.
           03 itm-amount          pic z(8)9.99.
           03                     pic x(01) value spaces.
           03 itm-ref             pic x(20).
           03                     pic x(01) value spaces.
           03 itm-note            pic x(20).
       01 wk-alert-line.
           03                     pic x(23)
               value "CASH RECON OUTSTANDING".
           03                     pic x(01) value spaces.
           03 alr-side            pic x(04).
           03                     pic x(01) value spaces.
           03 alr-ref             pic x(20).
           03                     pic x(01) value spaces.
           03 alr-date            pic x(10).
           03                     pic x(01) value spaces.
           03 alr-amount          pic x(12).
           03                     pic x(10) value " since    ".
           03 alr-seen            pic x(10).
       01 wk-report-line1.
           03                  pic x(20) value "Bank credits       :".
           03 rpt-bank-count   pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Book payments      :".
           03 rpt-book-count   pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Items cleared      :".
           03 rpt-cleared-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Bank outstanding   :".
           03 rpt-bank-outst   pic z(10)9.99.
       01 wk-report-line5.
           03                  pic x(20) value "Book outstanding   :".
           03 rpt-book-outst   pic z(10)9.99.
       01 wk-report-line6.
           03                  pic x(20) value "Unreconciled diff  :".
           03 rpt-difference   pic -(11)9.99.
       01 wk-report-line7.
           03                  pic x(20) value "Statement debits   :".
           03 rpt-debit-count  pic zzzz9.
       01 wk-report-line8.
           03                  pic x(20) value "Aged items raised  :".
           03 rpt-alert-count  pic zzzz9.

       procedure division.
       cashrec-main.
           accept wk-tolerance-cfg from environment
               "CASHREC_TOLERANCE_DAYS"
           if wk-tolerance-cfg numeric and wk-tolerance-cfg > 0
               move wk-tolerance-cfg to wk-tolerance
           end-if
           accept wk-alert-days-cfg from environment
               "CASHREC_ALERT_DAYS"
           if wk-alert-days-cfg numeric and wk-alert-days-cfg > 0
               move wk-alert-days-cfg to wk-alert-days
           end-if
           perform build-today-iso-date

           perform load-outstanding-items
           perform load-statement-credits
           if return-code not = 0
               goback returning 1
           end-if
           perform load-ledger-payments
           if return-code not = 0
               goback returning 1
           end-if
           if wk-table-full
               display "cashrec: more items than the reconciliation "
                   "tables hold - run refused"
               goback returning 1
           end-if

           perform match-bank-credit
               varying wk-bank-idx from 1 by 1
               until wk-bank-idx > wk-bank-count

           open output report-file
           if not wk-report-ok-status
               display "cashrec: unable to open cashrec-report.txt"
               goback returning 1
           end-if
           move "Items cleared tonight" to report-rec
           write report-rec
           perform report-cleared-item
               varying wk-bank-idx from 1 by 1
               until wk-bank-idx > wk-bank-count
           move "Items outstanding" to report-rec
           write report-rec
           perform report-bank-outstanding
               varying wk-bank-idx from 1 by 1
               until wk-bank-idx > wk-bank-count
           perform report-book-outstanding
               varying wk-book-idx from 1 by 1
               until wk-book-idx > wk-book-count

           perform write-outstanding-register
           perform write-high-water-mark

           compute wk-difference =
               wk-bank-outst-amt - wk-book-outst-amt
           perform write-summary-lines
           close report-file

           display "cashrec: " wk-cleared-count " item(s) cleared, "
               wk-bank-outst-count " bank and " wk-book-outst-count
               " book item(s) outstanding"
           if wk-alert-count > 0
               display "cashrec: " wk-alert-count " aged item(s) "
                   "raised on mfut-ops-alert.log"
           end-if
           goback returning 0.

      *> the register carries each item's first-seen date forward, so
      *> an item's age runs from the night it first failed to match.
       load-outstanding-items section.
           open input outstanding-file
           if not wk-outst-ok-status
               exit section
           end-if
           set wk-outst-ok-status to true
           perform until not wk-outst-ok-status
               read outstanding-file into wk-outst-line-rdf
               if not wk-outst-eof-status
                   perform take-outstanding-item
               end-if
           end-perform
           close outstanding-file
           exit section
           .

       take-outstanding-item section.
           evaluate ost-side
               when "BANK"
                   if wk-bank-count >= wk-item-slots
                       set wk-table-full to true
                       exit section
                   end-if
                   add 1 to wk-bank-count
                   move ost-date to wk-bnk-date(wk-bank-count)
                   move ost-amount to wk-bnk-amount(wk-bank-count)
                   move ost-ref to wk-bnk-ref(wk-bank-count)
                   move ost-seen to wk-bnk-seen(wk-bank-count)
                   move 0 to wk-bnk-match(wk-bank-count)
               when "BOOK"
                   if wk-book-count >= wk-item-slots
                       set wk-table-full to true
                       exit section
                   end-if
                   add 1 to wk-book-count
                   move ost-date to wk-bok-date(wk-book-count)
                   move ost-amount to wk-bok-amount(wk-book-count)
                   move ost-ref to wk-bok-ref(wk-book-count)
                   move ost-seen to wk-bok-seen(wk-book-count)
                   move 0 to wk-bok-match(wk-book-count)
           end-evaluate
           exit section
           .

      *> every statement row is proved before any is taken: one bad
      *> row refuses the night.
       load-statement-credits section.
           move 0 to return-code
           open input stmt-file
           if not wk-stmt-ok-status
               display "cashrec: unable to open CASHSTMT"
               move 1 to return-code
               exit section
           end-if
           set wk-stmt-ok-status to true
           perform until not wk-stmt-ok-status
               read stmt-file
               if not wk-stmt-eof-status
                   perform take-statement-row
               end-if
           end-perform
           close stmt-file
           if wk-bad-stmt-count > 0
               display "cashrec: " wk-bad-stmt-count " statement "
                   "row(s) with a bad date, side or amount - run "
                   "refused"
               move 1 to return-code
           end-if
           exit section
           .

       take-statement-row section.
           move stm-value-date to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           if dc-day-name equal spaces
               or stm-amount not numeric
               or (stm-side not equal "CR" and stm-side not equal "DR")
               add 1 to wk-bad-stmt-count
               exit section
           end-if
           if stm-side equal "DR"
               add 1 to wk-debit-count
               exit section
           end-if
           if wk-bank-count >= wk-item-slots
               set wk-table-full to true
               exit section
           end-if
           add 1 to wk-bank-count
           move stm-value-date to wk-bnk-date(wk-bank-count)
           move stm-amount to wk-bnk-amount(wk-bank-count)
           move stm-bank-ref to wk-bnk-ref(wk-bank-count)
           move wk-today-iso to wk-bnk-seen(wk-bank-count)
           move 0 to wk-bnk-match(wk-bank-count)
           exit section
           .

      *> the ledger is permanent, so the book side is what custpost
      *> has posted since the last reconciliation took its share.
       load-ledger-payments section.
           move 0 to return-code
           open input hwm-file
           if wk-hwm-ok-status
               read hwm-file
               if wk-hwm-ok-status and hwm-led-date numeric
                   move hwm-led-date to wk-hwm-date
                   set wk-hwm-found to true
               end-if
               close hwm-file
           end-if

           open input ledger-file
           if not wk-ledger-ok-status
               display "cashrec: no custpost-ledger.dat - nothing "
                   "posted to reconcile against"
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   if led-date numeric
                       and led-date > wk-ledger-max-date
                       move led-date to wk-ledger-max-date
                   end-if
               end-if
           end-perform
           close ledger-file

           if wk-hwm-found
               compute wk-take-from-date = wk-hwm-date + 1
           else
               move wk-ledger-max-date to wk-take-from-date
           end-if

           open input ledger-file
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   perform take-ledger-payment
               end-if
           end-perform
           close ledger-file
           exit section
           .

      *> cash only: a credit adjustment ("A") is never banked.
       take-ledger-payment section.
           if led-type not equal "P"
               exit section
           end-if
           if led-date not numeric
               or led-date < wk-take-from-date
               exit section
           end-if
           if wk-book-count >= wk-item-slots
               set wk-table-full to true
               exit section
           end-if
           add 1 to wk-book-count
      *> a payment custpost moved out of a closed period still
      *> reached the bank on the value date it came in with.
           if led-redirect-from not equal spaces
               move led-redirect-from to wk-bok-date(wk-book-count)
           else
               move led-txn-date to wk-bok-date(wk-book-count)
           end-if
           move led-base-amount to wk-bok-amount(wk-book-count)
           move spaces to wk-bok-ref(wk-book-count)
           string led-customer-id delimited by size
                  " " delimited by size
                  led-date delimited by size
                  " " delimited by size
                  led-time(1:4) delimited by size
               into wk-bok-ref(wk-book-count)
           end-string
           move wk-today-iso to wk-bok-seen(wk-book-count)
           move 0 to wk-bok-match(wk-book-count)
           exit section
           .

      *> same amount, value dates within the window, nearest first;
      *> the first such payment wins a tie.
       match-bank-credit section.
           move 0 to wk-best-idx
           move 999999 to wk-best-gap
           perform try-book-payment
               varying wk-book-idx from 1 by 1
               until wk-book-idx > wk-book-count
           if wk-best-idx > 0
               move wk-best-idx to wk-bnk-match(wk-bank-idx)
               move wk-bank-idx to wk-bok-match(wk-best-idx)
               add 1 to wk-cleared-count
           end-if
           exit section
           .

       try-book-payment section.
           if wk-bok-match(wk-book-idx) not = 0
               exit section
           end-if
           if wk-bok-amount(wk-book-idx)
               not = wk-bnk-amount(wk-bank-idx)
               exit section
           end-if
           move wk-bok-date(wk-book-idx) to wk-dc-input-date
           move wk-bnk-date(wk-bank-idx) to wk-date-b
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-date-b
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid not equal "Y"
               exit section
           end-if
           if wk-diff-days < 0
               compute wk-diff-days = 0 - wk-diff-days
           end-if
           if wk-diff-days > wk-tolerance
               exit section
           end-if
           if wk-diff-days < wk-best-gap
               move wk-diff-days to wk-best-gap
               move wk-book-idx to wk-best-idx
           end-if
           exit section
           .

       report-cleared-item section.
           if wk-bnk-match(wk-bank-idx) = 0
               exit section
           end-if
           move wk-bnk-match(wk-bank-idx) to wk-book-idx
           move "BANK" to itm-side
           move wk-bnk-date(wk-bank-idx) to itm-date
           move wk-bnk-amount(wk-bank-idx) to itm-amount
           move wk-bnk-ref(wk-bank-idx) to itm-ref
           move wk-bok-ref(wk-book-idx) to itm-note
           write report-rec from wk-item-line
           exit section
           .

       report-bank-outstanding section.
           if wk-bnk-match(wk-bank-idx) not = 0
               exit section
           end-if
           add 1 to wk-bank-outst-count
           add wk-bnk-amount(wk-bank-idx) to wk-bank-outst-amt
           move "BANK" to itm-side
           move wk-bnk-date(wk-bank-idx) to itm-date
           move wk-bnk-amount(wk-bank-idx) to itm-amount
           move wk-bnk-ref(wk-bank-idx) to itm-ref
           move spaces to itm-note
           string "since " delimited by size
                  wk-bnk-seen(wk-bank-idx) delimited by size
               into itm-note
           end-string
           write report-rec from wk-item-line
           move wk-bnk-seen(wk-bank-idx) to wk-date-b
           perform check-item-age
           exit section
           .

       report-book-outstanding section.
           if wk-bok-match(wk-book-idx) not = 0
               exit section
           end-if
           add 1 to wk-book-outst-count
           add wk-bok-amount(wk-book-idx) to wk-book-outst-amt
           move "BOOK" to itm-side
           move wk-bok-date(wk-book-idx) to itm-date
           move wk-bok-amount(wk-book-idx) to itm-amount
           move wk-bok-ref(wk-book-idx) to itm-ref
           move spaces to itm-note
           string "since " delimited by size
                  wk-bok-seen(wk-book-idx) delimited by size
               into itm-note
           end-string
           write report-rec from wk-item-line
           move wk-bok-seen(wk-book-idx) to wk-date-b
           perform check-item-age
           exit section
           .

      *> an item past the alert age is raised every night it stays
      *> outstanding; incmgr folds the repeats into one incident.
       check-item-age section.
           move wk-date-b to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid not equal "Y"
               exit section
           end-if
           if wk-diff-days not > wk-alert-days
               exit section
           end-if
           move itm-side to alr-side
           move itm-ref to alr-ref
           move itm-date to alr-date
           move itm-amount to alr-amount
           move wk-date-b to alr-seen
           perform write-recon-alert
           exit section
           .

       write-recon-alert section.
           open extend ops-alert
           if not wk-alert-ok
               open output ops-alert
           end-if
           if wk-alert-ok
               write ops-alert-rec from wk-alert-line
               close ops-alert
               add 1 to wk-alert-count
           else
               display "cashrec: unable to open mfut-ops-alert.log"
           end-if
           exit section
           .

       write-outstanding-register section.
           open output outstanding-file
           if not wk-outst-ok-status
               display "cashrec: unable to rewrite "
                   "cashrec-outstanding.dat"
               exit section
           end-if
           perform write-bank-outstanding-row
               varying wk-bank-idx from 1 by 1
               until wk-bank-idx > wk-bank-count
           perform write-book-outstanding-row
               varying wk-book-idx from 1 by 1
               until wk-book-idx > wk-book-count
           close outstanding-file
           exit section
           .

       write-bank-outstanding-row section.
           if wk-bnk-match(wk-bank-idx) not = 0
               exit section
           end-if
           move spaces to wk-outst-line-rdf
           move "BANK" to ost-side
           move wk-bnk-date(wk-bank-idx) to ost-date
           move wk-bnk-amount(wk-bank-idx) to ost-amount
           move wk-bnk-ref(wk-bank-idx) to ost-ref
           move wk-bnk-seen(wk-bank-idx) to ost-seen
           write outstanding-rec from wk-outst-line-rdf
           exit section
           .

       write-book-outstanding-row section.
           if wk-bok-match(wk-book-idx) not = 0
               exit section
           end-if
           move spaces to wk-outst-line-rdf
           move "BOOK" to ost-side
           move wk-bok-date(wk-book-idx) to ost-date
           move wk-bok-amount(wk-book-idx) to ost-amount
           move wk-bok-ref(wk-book-idx) to ost-ref
           move wk-bok-seen(wk-book-idx) to ost-seen
           write outstanding-rec from wk-outst-line-rdf
           exit section
           .

      *> the mark only moves forward, and only once the ledger has
      *> shown something past it.
       write-high-water-mark section.
           if wk-ledger-max-date not > wk-hwm-date
               exit section
           end-if
           open output hwm-file
           if not wk-hwm-ok-status
               display "cashrec: unable to rewrite cashrec-hwm.dat"
               exit section
           end-if
           move wk-ledger-max-date to hwm-led-date
           write hwm-rec
           close hwm-file
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
           move wk-bank-count to rpt-bank-count
           move wk-book-count to rpt-book-count
           move wk-cleared-count to rpt-cleared-count
           move wk-bank-outst-amt to rpt-bank-outst
           move wk-book-outst-amt to rpt-book-outst
           move wk-difference to rpt-difference
           move wk-debit-count to rpt-debit-count
           move wk-alert-count to rpt-alert-count
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

       end program cashrec.
