      * the balance-before of the first row in range and the closing
      * balance the balance-after of the last. The statement lands in
      * custstmt-report.txt and on the console.
      *
      * A line whose ledger entry (transaction date, type, amount) is
      * under dispute on custdisp-register.dat is marked DISPUTED
      * while the dispute is OPEN, and UPHELD once the desk has
      * found for the customer.
      *
      * The two legs of a transfer print as trf-out (the account
      * the amount was taken from) and trf-in (the account it went
      * to), each followed by the other customer-id.
      *
      * Amounts are in the account's own currency, named under the
      * heading (through the shared fxrate).
      *
      * Every balance and amount is shown at the operator's piimask
      * level for BALANCE, and the statement goes on piimask's access
      * log.
      *
      * Once custyend has rolled a fiscal year the year's rows live
      * on its history file, custpost-ledger-yyyy.dat, and the live
      * ledger starts each rolled customer with a "B" brought-forward
      * row carrying the year's closing balance. A "B" row in range
      * gives the opening balance when nothing earlier has - it is
      * not a transaction and never prints as one - and the history
      * files for the years around the range are read ahead of the
      * live ledger, so a statement across the roll is the same
      * statement it was before it.
      *
      * Every statement printed is also written, line for line, into
      * the correspondence spool through corrspl, addressed from the
      * CUSTADDR child file, so it reaches the customer in the next
      * corrprnt batch - or is held there while the customer's
      * address is undeliverable. A statement the spool could not
      * take (outcome "E"), or held as too long to print whole
      * ("T"), ends the run return code 1.
      *   CUSTSTMT_SPOOL     - N keeps the statement to the report
      *                        file and the console, for a look by
      *                        the desk that is not to be mailed
      *   CUSTSTMT_DOC_TYPE  - the document type it is spooled as,
      *                        default STATEMNT
      *****************************************************************
       identification division.
       program-id. custstmt.
       environment division.
       input-output section.
           file-control.
           select ledger-file assign to wk-ledger-filename
           organization is line sequential
           file status is wk-ledger-status.

           select dispute-file assign to "custdisp-register.dat"
           organization is line sequential
           file status is wk-dispute-status.

           select report-file assign to "custstmt-report.txt"
           organization is line sequential
           file status is wk-report-status.
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

       fd dispute-file.
       01 dispute-rec.
           03 dsp-customer-id     pic 9(05).
           03                     pic x(01).
           03 dsp-txn-date        pic x(10).
           03                     pic x(01).
           03 dsp-type            pic x(01).
           03                     pic x(01).
           03 dsp-amount          pic 9(07)v99.
           03                     pic x(01).
           03 dsp-status          pic x(08).
           03                     pic x(63).

       fd report-file.
       01 report-rec              pic x(70).
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-ledger-filename  pic x(30).
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".
       01 wk-dispute-status   pic xx.
           88 wk-dispute-ok-status  value "00".
           88 wk-dispute-eof-status value "10".

      *> this customer's open and upheld disputes, matched to the
      *> ledger lines as they are printed.
       01 wk-disp-count       binary-long value 0.
       01 wk-disp-tbl.
           03 wk-disp-entry occurs 200 times.
               05 wk-dsp-txn-date pic x(10).
               05 wk-dsp-type     pic x(01).
               05 wk-dsp-amount   pic 9(07)v99.
               05 wk-dsp-status   pic x(08).
       01 wk-disp-idx         binary-long.
       01 wk-disp-mark        pic x(08).

       01 wk-customer-id-cfg  pic 9(05).
       01 wk-hist-year        pic 9(04).
       01 wk-hist-first-year  pic 9(04).
       01 wk-hist-last-year   pic 9(04).
       01 wk-from-date-cfg    pic x(10).
       01 wk-to-date-cfg      pic x(10).

           03                     pic x(04) value " to ".
           03 hdr-to-date         pic x(10).

       01 wk-currency-line.
           03                  pic x(20) value "Account currency   :".
           03 ccy-code            pic x(03).

       01 wk-opening-line.
           03                  pic x(20) value "Opening balance    :".
           03 opn-balance         pic -(9)9.99.
           03 dtl-amount          pic z(6)9.99.
           03                     pic x(01) value spaces.
           03 dtl-balance         pic -(9)9.99.
           03                     pic x(01) value spaces.
           03 dtl-dispute         pic x(08).
           03                     pic x(01) value spaces.
           03 dtl-xref            pic x(05).

       01 wk-closing-line.
           03                  pic x(20) value "Closing balance    :".
           03 cls-balance         pic -(9)9.99.

       01 wk-pii-program      pic x(30) value "custstmt".
       01 wk-pii-field        pic x(08) value "BALANCE".
       01 wk-pii-text         pic x(60).

      *> the statement as it goes into the correspondence spool.
       01 wk-spool-cfg        pic x(01).
           88 wk-spool-off        value "N" "n".
       01 wk-spl-doc-type     pic x(08).
       01 wk-spl-producer     pic x(08) value "CUSTSTMT".
       01 wk-spl-line         pic x(80).
       01 wk-spl-outcome      pic x(01).

       01 wk-count-line.
           03                  pic x(20) value "Transactions posted:".
           03 cnt-txn-count       pic zzzz9.
               goback returning 1
           end-if

           move spaces to wk-spool-cfg wk-spl-doc-type
           accept wk-spool-cfg from environment "CUSTSTMT_SPOOL"
           accept wk-spl-doc-type from environment "CUSTSTMT_DOC_TYPE"
           if wk-spl-doc-type equal spaces
               move "STATEMNT" to wk-spl-doc-type
           end-if

           perform load-customer-disputes

           move "custpost-ledger.dat" to wk-ledger-filename
           open input ledger-file
           if not wk-ledger-ok-status
               display "custstmt: unable to open custpost-ledger.dat"
           move wk-customer-id-cfg to hdr-customer-id
           move wk-from-date-cfg to hdr-from-date
           move wk-to-date-cfg to hdr-to-date
           if not wk-spool-off
               call "CORRSPL-BEGIN" using
                   by reference wk-spl-doc-type
                   by reference wk-customer-id-cfg
                   by reference wk-spl-producer
               end-call
           end-if
           move wk-header-line to report-rec
           perform put-statement-line
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-customer-id-cfg
               by reference ccy-code
           end-call
           move wk-currency-line to report-rec
           perform put-statement-line
           call "PIIMASK-VIEWED" using
               by reference wk-pii-program
               by reference wk-customer-id-cfg
           end-call

      *> a fiscal year is named for the calendar year it starts or
      *> ends in, so the history files from the year before the
      *> range to the year after it cover every rolled row in it;
      *> they hold the older rows, so they are read first.
           close ledger-file
           move wk-from-date-cfg(1:4) to wk-hist-first-year
           subtract 1 from wk-hist-first-year
           move wk-to-date-cfg(1:4) to wk-hist-last-year
           add 1 to wk-hist-last-year
           perform read-history-year
               varying wk-hist-year from wk-hist-first-year by 1
               until wk-hist-year > wk-hist-last-year

           move "custpost-ledger.dat" to wk-ledger-filename
           open input ledger-file
           if not wk-ledger-ok-status
               display "custstmt: unable to open custpost-ledger.dat"
               close report-file
               goback returning 1
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
           end-perform
           close ledger-file

           if not wk-opening-seen
               move "No posted transactions in the range"
                   to report-rec
               perform put-statement-line
           else
               move wk-closing-balance to cls-balance
               move cls-balance to wk-pii-text
               perform mask-money-text
               move wk-pii-text to cls-balance(1:13)
               move wk-closing-line to report-rec
               perform put-statement-line
           end-if
           move wk-txn-count to cnt-txn-count
           move wk-count-line to report-rec
           perform put-statement-line
           move "S" to wk-spl-outcome
           if not wk-spool-off
               call "CORRSPL-END" using by reference wk-spl-outcome
               end-call
           end-if
           close report-file

           display "custstmt: " wk-txn-count " transaction(s) on the "
               "statement for customer " wk-customer-id-cfg
           evaluate wk-spl-outcome
               when "S"
                   continue
               when "N"
                   display "custstmt: statement held by the spool - "
                       "no address on file"
               when "R"
                   display "custstmt: statement held by the spool - "
                       "address marked returned mail"
               when other
                   display "custstmt: statement for customer "
                       wk-customer-id-cfg " not spooled - corrspl "
                       "outcome " wk-spl-outcome
                   goback returning 1
           end-evaluate
           goback returning 0.

      *> both range dates must be real ISO dates before the ledger is
               set wk-opening-seen to true
               move led-balance-before to wk-opening-balance
               move wk-opening-balance to opn-balance
               move opn-balance to wk-pii-text
               perform mask-money-text
               move wk-pii-text to opn-balance(1:13)
               move wk-opening-line to report-rec
               perform put-statement-line
               move wk-opening-balance to wk-closing-balance
           end-if
           if led-type equal "B"
               exit section
           end-if
           add 1 to wk-txn-count
           move led-txn-date to dtl-txn-date
           evaluate led-type
               when "P"
                   move "payment" to dtl-type
               when "W"
                   move "w-off" to dtl-type
               when "R"
                   move "refund" to dtl-type
               when "A"
                   move "credit" to dtl-type
               when "I"
                   move "accrual" to dtl-type
               when "T"
                   if led-balance-after < led-balance-before
                       move "trf-out" to dtl-type
                   else
                       move "trf-in" to dtl-type
                   end-if
               when other
                   move "charge" to dtl-type
           end-evaluate
           move led-amount to dtl-amount
           move led-xref-id to dtl-xref
           move led-balance-after to dtl-balance
           move dtl-amount to wk-pii-text
           perform mask-money-text
           move wk-pii-text to dtl-amount(1:10)
           move dtl-balance to wk-pii-text
           perform mask-money-text
           move wk-pii-text to dtl-balance(1:13)
           move spaces to wk-disp-mark
           perform match-line-dispute
               varying wk-disp-idx from 1 by 1
               until wk-disp-idx > wk-disp-count
                  or wk-disp-mark not equal spaces
           move wk-disp-mark to dtl-dispute
           move wk-detail-line to report-rec
           perform put-statement-line
           move led-balance-after to wk-closing-balance
           exit section
           .

      *> every statement line goes to the report file and, unless the
      *> run is for the desk only, into the spooled document.
       put-statement-line section.
           write report-rec
           if not wk-spool-off
               move report-rec to wk-spl-line
               call "CORRSPL-LINE" using by reference wk-spl-line
               end-call
           end-if
           exit section
           .

       mask-money-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

      *> a year not rolled has no history file, which is no error.
       read-history-year section.
           move spaces to wk-ledger-filename
           string "custpost-ledger-" wk-hist-year ".dat"
               delimited by size into wk-ledger-filename
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   perform select-ledger-row
               end-if
           end-perform
           close ledger-file
           exit section
           .

       match-line-dispute section.
           if wk-dsp-txn-date(wk-disp-idx) equal led-txn-date
               and wk-dsp-type(wk-disp-idx) equal led-type
               and wk-dsp-amount(wk-disp-idx) = led-amount
               if wk-dsp-status(wk-disp-idx) equal "OPEN"
                   move "DISPUTED" to wk-disp-mark
               else
                   move "UPHELD" to wk-disp-mark
               end-if
           end-if
           exit section
           .

       load-customer-disputes section.
           open input dispute-file
           if not wk-dispute-ok-status
               exit section
           end-if
           set wk-dispute-ok-status to true
           perform until not wk-dispute-ok-status
               read dispute-file
               if not wk-dispute-eof-status
                   if dsp-customer-id = wk-customer-id-cfg
                       and (dsp-status equal "OPEN"
                            or dsp-status equal "UPHELD")
                       and wk-disp-count < 200
                       add 1 to wk-disp-count
                       move dsp-txn-date
                           to wk-dsp-txn-date(wk-disp-count)
                       move dsp-type to wk-dsp-type(wk-disp-count)
                       move dsp-amount
                           to wk-dsp-amount(wk-disp-count)
                       move dsp-status
                           to wk-dsp-status(wk-disp-count)
                   end-if
               end-if
           end-perform
           close dispute-file
           exit section
           .

       end program custstmt.
