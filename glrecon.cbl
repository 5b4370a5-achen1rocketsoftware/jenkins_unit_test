      * custpost (and custtrial), it proves three things about
      * custpost-gl.dat:
      *   - the journal balances: total debits equal total credits
      *   - the journal's payment, charge, write-off, refund and
      *     credit-adjustment sides (the CASH debit, the REVENUE
      *     credit, BAD-DEBT, the CASH credit and the REVENUE debit
      *     lines) equal the applied totals in
      *     custpost-report.txt - the journal says what the posting
      *     run says
      *   - the trial balance verdict in custtrial-report.txt, when
      *     one exists, is GOOD - so the posting report itself has
      *     been proved against the movement in the master
      * Every figure is in the base currency: the journal carries
      * one set of entries per account currency, each with its base
      * amount (the one proved here) and the account-currency amount
      * beside it, and the posting report's applied totals are base
      * currency too.
      * Any failure ends the run RC 1 and finance keys nothing.
      * A night with no journal (nothing posted) reconciles
      * trivially when the posting report shows zero applied money.
      * Every run leaves its verdict on glrecon-verdict.dat - the
      * journal's run-id x(20), PROVED or REFUSED x(8), and the run
      * date - so glbal only ever carries a proved journal into the
      * GL balances.
      *****************************************************************
       identification division.
       program-id. glrecon.
           select trial-report assign to "custtrial-report.txt"
           organization is line sequential
           file status is wk-trpt-status.

           select verdict-file assign to "glrecon-verdict.dat"
           organization is line sequential
           file status is wk-verdict-status.
       data division.
       file section.
       fd gl-file.
           03 gl-side             pic x(02).
           03                     pic x(01).
           03 gl-amount           pic 9(11)v99.
           03                     pic x(01).
           03 gl-currency         pic x(03).
           03                     pic x(01).
           03 gl-ccy-amount       pic 9(11)v99.

       fd post-report.
       01 post-report-rec.
           03 trt-value           pic x(16).
           03 filler              pic x(24).

       fd verdict-file.
       01 verdict-rec.
           03 vrd-run-id          pic x(20).
           03                     pic x(01).
           03 vrd-verdict         pic x(08).
           03                     pic x(01).
           03 vrd-date            pic 9(08).

       working-storage section.
       01 wk-gl-status        pic xx.
           88 wk-gl-ok-status       value "00".
       01 wk-trpt-status      pic xx.
           88 wk-trpt-ok-status     value "00".
           88 wk-trpt-eof-status    value "10".
       01 wk-verdict-status   pic xx.
           88 wk-verdict-ok-status  value "00".
       01 wk-journal-run-id   pic x(20) value spaces.
       01 wk-verdict          pic x(08).

       01 wk-dr-total         pic 9(12)v99 value 0.
       01 wk-cr-total         pic 9(12)v99 value 0.
       01 wk-jrn-payments     pic 9(12)v99 value 0.
       01 wk-jrn-charges      pic 9(12)v99 value 0.
       01 wk-jrn-writeoffs    pic 9(12)v99 value 0.
       01 wk-jrn-refunds      pic 9(12)v99 value 0.
       01 wk-jrn-adjustments  pic 9(12)v99 value 0.
       01 wk-rpt-payments     pic 9(11)v99 value 0.
       01 wk-rpt-charges      pic 9(11)v99 value 0.
       01 wk-rpt-writeoffs    pic 9(11)v99 value 0.
       01 wk-rpt-refunds      pic 9(11)v99 value 0.
       01 wk-rpt-adjustments  pic 9(11)v99 value 0.
       01 wk-journal-rows     binary-long value 0.
       01 wk-fail-count       binary-long value 0.
       01 wk-trial-verdict    pic x(08) value spaces.
                   "posting report"
               add 1 to wk-fail-count
           end-if
           if wk-jrn-writeoffs not = wk-rpt-writeoffs
               display "glrecon: journal write-offs do not match the "
                   "posting report"
               add 1 to wk-fail-count
           end-if
           if wk-jrn-refunds not = wk-rpt-refunds
               display "glrecon: journal refunds do not match the "
                   "posting report"
               add 1 to wk-fail-count
           end-if
           if wk-jrn-adjustments not = wk-rpt-adjustments
               display "glrecon: journal credit adjustments do not "
                   "match the posting report"
               add 1 to wk-fail-count
           end-if
           if wk-trial-verdict equal "BROKEN"
               display "glrecon: the trial balance is broken - the "
                   "master movement is not proved"
           if wk-fail-count > 0
               display "glrecon: journal NOT reconciled - do not "
                   "key it"
               move "REFUSED" to wk-verdict
               perform write-verdict
               goback returning 1
           end-if
           display "glrecon: journal reconciled - " wk-journal-rows
               " row(s), DR=CR " wk-dr-total
           move "PROVED" to wk-verdict
           perform write-verdict
           goback returning 0.

      *> the CASH debit is the payment side, the REVENUE credit the
      *> charge side, the BAD-DEBT debit the write-off side, the
      *> CASH credit the refund side and the REVENUE debit the
      *> credit-adjustment side - one figure each, per custpost's
      *> construction.
       read-gl-journal section.
           open input gl-file
           if not wk-gl-ok-status
               read gl-file
               if not wk-gl-eof-status
                   add 1 to wk-journal-rows
                   if wk-journal-run-id equal spaces
                       move gl-run-id to wk-journal-run-id
                   end-if
                   if gl-amount numeric
                       if gl-side equal "DR"
                           add gl-amount to wk-dr-total
                           add gl-amount to wk-cr-total
                       end-if
                       if gl-account equal "CASH"
                           if gl-side equal "DR"
                               add gl-amount to wk-jrn-payments
                           else
                               add gl-amount to wk-jrn-refunds
                           end-if
                       end-if
                       if gl-account equal "REVENUE"
                           if gl-side equal "CR"
                               add gl-amount to wk-jrn-charges
                           else
                               add gl-amount to wk-jrn-adjustments
                           end-if
                       end-if
                       if gl-account equal "BAD-DEBT"
                           add gl-amount to wk-jrn-writeoffs
                       end-if
                   end-if
               end-if
                       when "Charges applied    :"
                           perform parse-report-amount
                           move wk-amount-num to wk-rpt-charges
                       when "Write-offs applied :"
                           perform parse-report-amount
                           move wk-amount-num to wk-rpt-writeoffs
                       when "Refunds applied    :"
                           perform parse-report-amount
                           move wk-amount-num to wk-rpt-refunds
                       when "Adjustments applied:"
                           perform parse-report-amount
                           move wk-amount-num to wk-rpt-adjustments
                   end-evaluate
               end-if
           end-perform
           exit section
           .

      *> the verdict is rewritten whole each run; a night with no
      *> journal leaves a blank run-id, which glbal has nothing to
      *> carry for.
       write-verdict section.
           open output verdict-file
           if not wk-verdict-ok-status
               display "glrecon: unable to write glrecon-verdict.dat"
               exit section
           end-if
           move spaces to verdict-rec
           move wk-journal-run-id to vrd-run-id
           move wk-verdict to vrd-verdict
           call "BIZDATE-TODAY" using by reference vrd-date
           end-call
           write verdict-rec
           close verdict-file
           exit section
           .

       end program glrecon.
