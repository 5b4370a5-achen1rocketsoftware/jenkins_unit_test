      *
      * CUSTPOSTIN transactions:
      *   customer-id (9(5)), type ("P" payment / "C" charge),
      *   amount (9(7)v99 display), date (ISO yyyy-mm-dd), and on a
      *   "T" transfer row only, the receiving customer-id (9(5))
      * ending with a "TRL" row carrying the transaction count and
      * amount hash total. A negative balance is money the customer
      * owes and a positive one a credit held for them, so a charge
      * subtracts from the balance and a payment adds to it; the
      * transaction date is validated through the shared datechk
      * and becomes the record's last-activity date.
      * Every rewrite goes through custaudit, so posting leaves the
      * same before/after trail the maintenance program does. The
      * run, its ledger rows and its GL journal are dated with the
      * shop's business processing date (the shared bizdate), so a
      * night that runs past midnight still posts to its own day.
      *
      * Unknown ids, invalid dates, and malformed rows land in
      * custpost-rejects.txt with the reason. The run is only marked
      * transaction itself and the balance either side of it, so a
      * statement (CUSTSTMT) is a file scan instead of an hour of
      * reconstructing before/after images by hand.
      *
      * Amounts are in the account's own currency (its row on the
      * CUSTCCY child file, the base currency when it has none) and
      * the balance moves in that currency. Each applied amount is
      * also converted to the base currency through the shared
      * fxrate at the rate for its transaction date - a transaction
      * in a currency with no rate for that date is rejected, and a
      * transfer between accounts in different currencies is too.
      * The ledger row carries the currency and the base amount, the
      * applied totals on the report and the journal amounts are in
      * the base currency, the journal carries one set of entries per
      * currency with the account-currency amount alongside, and the
      * report ends with each currency's net balance movement in its
      * own currency ("Net movement XXX   :") for custtrial's proof.
      *
      * A charge may not carry the amount owed (the negative
      * balance) past the customer's credit limit - the
      * customer's row on the CUSTLIMIT child
      * file (maintained through custlmnt), or the shop-wide
      * CUSTLIMIT_DEFAULT (whole currency units, 5000 when not set;
      * a value in force on the run date on the shared
      * business-parameter file, bizparm, wins over the variable)
      * for a customer with no row. A charge that would is rejected
      * with its own reason and counted on the report; custlutl
      * reports the accounts already close to their limit.
      *
      * A "W" row is a bad-debt write-off (custwoff writes them): it
      * is only taken against an account in debit and never for more
      * than is owed, it moves the balance back toward zero the way
      * a payment moves it, and the journal debits BAD-DEBT and
      * credits CUSTRECV for it. A
      * write-off is not customer activity, so the last-activity
      * date is left alone.
      *
      * An "R" row is a credit-balance refund (custrfnd writes them):
      * it is only taken against an account in credit and never for
      * more than the credit, it moves the balance back toward zero
      * the way a charge moves it, and the journal debits CUSTRECV
      * and credits CASH for the
      * money paid out. Like a write-off it leaves the last-activity
      * date alone.
      *
      * An "A" row is a credit adjustment - money given back that was
      * never paid: the interest returned by a back-valued payment
      * (below) or the credit for a charge custdisp has upheld a
      * dispute against. It moves the balance the way a payment
      * does, but it is not cash: the journal debits REVENUE and
      * credits CUSTRECV for it, the ledger carries it as type "A"
      * so the cash reconciliation, the structuring monitor and the
      * arrangement tracker do not take it for a payment, it never
      * wakes a dormant account, and it leaves the last-activity
      * date alone.
      *
      * An "I" row is an accrual - the month-end interest or
      * dormant-account fee custaccr charges, or the interest a
      * back-valued charge adds (below). It is a charge in every
      * other respect: it moves the balance down, is held to the
      * credit limit, journals with the charges (debit CUSTRECV,
      * credit REVENUE) and is counted in "Charges applied:". But
      * the customer did nothing, so it leaves the last-activity
      * date alone - otherwise every accrual would restart the
      * clock custdun and custplac age an account from.
      *
      * A "T" row is a customer-to-customer transfer - the fix for a
      * payment that landed on the wrong account. The row carries a
      * second customer-id after the date: the amount is taken off
      * the first customer (moved as a charge would move it) and put
      * on the second (moved as a payment would), as one unit - both
      * legs apply or neither does. Each leg gets its own audit row
      * and its own ledger row, type "T", carrying the other
      * customer-id as its cross-reference, and the journal debits
      * and credits CUSTRECV for the night's transfers, so the legs
      * net to zero. A restart proves each leg separately and applies
      * only what the aborted attempt had not.
      *
      * The transaction date is honoured as the value date. A
      * payment or charge dated before tonight that crosses a past
      * custaccr interest run - an accrual on custaccr-history.dat
      * for the same customer dated on or after the value date and
      * before tonight - would have changed the interest that run
      * charged, so a correcting adjustment is raised for each such
      * accrual at the rate it charged: a payment returns the
      * interest on the part of it that would have reduced the base
      * (never more than the base), a charge adds the interest on
      * its full amount. The adjustments are not applied tonight:
      * they go onto a CUSTPOSTIN-format file (the CUSTPOSTADJ DD,
      * trailer row included) for the next posting run, "A" rows
      * returning interest and "I" rows charging it, the way
      * custaccr writes its own, and are listed with the item and
      * accrual behind each on custpost-backval.txt. A restart
      * raises them again for transactions the aborted attempt
      * applied, so the file always covers the whole input.
      *
      * Nothing is dated into a fiscal period glclose has closed
      * (the shared glperiod says which): a run whose own date falls
      * in a closed period is refused before anything is touched,
      * and a transaction whose value date does is posted into the
      * current open period instead - its value date becomes
      * tonight's, so it crosses no accrual in the closed period -
      * and its ledger row carries the original value date as the
      * marker. The report counts them ("Redirected (closed):").
      *
      * A file too big for one posting step can be posted in
      * partitions by customer-id range, the way custdqpx splits
      * the DQ scan. Every step of a partitioned run is given the
      * night's MFUT_RUN_ID and CUSTPOST_PARTITIONS=n:
      *
      *   CUSTPOST_MODE=PART with CUSTPOST_PARTITION=k posts only
      *   the rows partition k owns - rows whose customer, a
      *   transfer's second customer, and the survivor of either
      *   when it is a retired id all fall in k's id range. The n
      *   PART steps run side by side, each with its own checkpoint
      *   and its own rejects, report, ledger, GL, back-valuation,
      *   adjustment and audit files (custpost-pNNN-...), and each
      *   ends by leaving its totals in custpost-pNNN-totals.dat.
      *   A step still proves the whole file to the trailer, its
      *   own rows and the rows it left to the others together.
      *
      *   CUSTPOST_MODE=REMAIN, once every PART step has finished,
      *   posts as partition 000 the rows no one range owns -
      *   transfers between ranges, and malformed rows - so no two
      *   steps running together ever touch the same record.
      *
      *   CUSTPOST_MODE=MERGE combines nothing until partitions 000
      *   to n have all finished under the night's run id. It then
      *   proves the partitions' counts and amounts add up to the
      *   CUSTPOSTIN trailer, writes the one custpost-report.txt
      *   (with a line per partition underneath), custpost-gl.dat,
      *   custpost-rejects.txt, custpost-backval.txt and CUSTPOSTADJ
      *   a whole-file run writes, appends the partitions' ledger
      *   rows to custpost-ledger.dat and their audit rows, chained,
      *   to the live trail, records the feed and the control
      *   total, and removes the partition files, so nothing is
      *   ever combined twice.
      *
      * The steps share one mstrlock claim on the master, taken by
      * the first PART step and released by the merge.
      *****************************************************************
       identification division.
       program-id. custpost.
           organization is line sequential
           file status is wk-post-status.

           select reject-file assign to wk-reject-filename
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to wk-report-filename
           organization is line sequential
           file status is wk-report-status.

           select ledger-file assign to wk-ledger-filename
           organization is line sequential
           file status is wk-ledger-status.

      *> the night's balanced GL journal - finance stops rekeying
      *> the posting report by hand; GLRECON proves it before it is
      *> handed over.
           select gl-file assign to wk-gl-filename
           organization is line sequential
           file status is wk-gl-status.

      *> custdqrpt checkpoint theirs; left behind by a crash, it
      *> carries the aborted attempt's run id so the rerun can prove
      *> what that attempt already applied.
           select ckpt assign to wk-ckpt-filename
           organization is line sequential
           file status is wk-ckpt-status.

      *> the interest custaccr has charged, run by run, and what a
      *> back-valued posting makes of it.
           select history-file assign to "custaccr-history.dat"
           organization is line sequential
           file status is wk-history-status.

           select adjust-file assign to wk-adjust-filename
           organization is line sequential
           file status is wk-adjust-status.

           select backval-file assign to wk-backval-filename
           organization is line sequential
           file status is wk-backval-status.

      *> the credit-limit child file; a customer without a row, or a
      *> run with no file at all, takes the shop-wide default.
           select limit-file assign external custlimit
           organization is indexed
           access mode is random
           record key is lim-customer-id
           file status is wk-limit-status.

      *> the aborted attempt's own audit rows, read back on restart:
      *> they are the proof of which transactions already posted.
           select audit-in assign to wk-audin-filename
           organization is line sequential
           file status is wk-audin-status.

      *> a partition's totals for the merge, and any one partition
      *> file read back by the merge to be combined.
           select totals-file assign to wk-totals-filename
           organization is line sequential
           file status is wk-totals-status.

           select part-in assign to wk-part-filename
           organization is line sequential
           file status is wk-part-in-status.
       data division.
       file section.
       fd cust.
           03 post-type           pic x(01).
               88 post-type-payment   value "P".
               88 post-type-charge    value "C".
               88 post-type-writeoff  value "W".
               88 post-type-refund    value "R".
               88 post-type-transfer  value "T".
               88 post-type-adjust    value "A".
               88 post-type-accrual   value "I".
           03 post-amount         pic 9(07)v99.
           03 post-date           pic x(10).
           03 post-to-customer-id pic x(05).
       01 post-trl-rec.
           03 post-trl-tag        pic x(03).
           03 post-trl-count      pic 9(08).
           03 filler              pic x(01).

       fd reject-file.
       01 reject-rec              pic x(95).

       fd report-file.
       01 report-rec              pic x(60).

       fd ledger-file.
       01 ledger-rec              pic x(126).

       fd gl-file.
       01 gl-rec                  pic x(85).

       fd ckpt.
       01 ckpt-rec.
           03                     pic x(01).
           03 ck-position         pic 9(09).

       fd limit-file.
       01 limit-rec.
           copy "customer-limit.cpy".

       fd history-file.
       01 history-rec.
           03 hst-customer-id     pic 9(05).
           03                     pic x(01).
           03 hst-accrual-date    pic x(10).
           03                     pic x(01).
           03 hst-base            pic 9(09)v99.
           03                     pic x(01).
           03 hst-rate            pic 9(05)v99.
           03                     pic x(01).
           03 hst-interest        pic 9(07)v99.
           03                     pic x(14).

       fd adjust-file.
       01 adjust-rec.
           03 adj-customer-id     pic 9(05).
           03 adj-type            pic x(01).
           03 adj-amount          pic 9(07)v99.
           03 adj-date            pic x(10).
       01 adjust-trl-rec.
           03 adj-trl-tag         pic x(03).
           03 adj-trl-count       pic 9(08).
           03 adj-trl-amount      pic 9(11)v99.
           03                     pic x(01).

       fd backval-file.
       01 backval-rec             pic x(70).

       fd audit-in.
       01 audit-in-rec.
           03 ain-customer-id     pic 9(05).
               05                 pic x(16).
           03 filler              pic x(32).

       fd totals-file.
       01 totals-rec              pic x(300).

      *> as wide as the widest partition file, the audit trail.
       fd part-in.
       01 part-in-rec             pic x(210).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-gl-ok-status       value "00".
       01 wk-ckpt-status      pic xx.
           88 wk-ckpt-ok-status     value "00".
       01 wk-limit-status     pic xx.
           88 wk-limit-ok-status    value "00".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".
           88 wk-history-eof-status value "10".
       01 wk-adjust-status    pic xx.
           88 wk-adjust-ok-status   value "00".
       01 wk-backval-status   pic xx.
           88 wk-backval-ok-status  value "00".
       01 wk-audin-status     pic xx.
           88 wk-audin-ok-status    value "00".
           88 wk-audin-eof-status   value "10".
       01 wk-totals-status    pic xx.
           88 wk-totals-ok-status   value "00".
           88 wk-totals-eof-status  value "10".
       01 wk-part-in-status   pic xx.
           88 wk-part-in-ok-status  value "00".
           88 wk-part-in-eof-status value "10".

      *> the files this run writes: the whole-file run's own names,
      *> or the partition's custpost-pNNN- ones when partitioned.
      *> The adjustments go to the CUSTPOSTADJ DD.
       01 wk-reject-filename  pic x(40) value "custpost-rejects.txt".
       01 wk-report-filename  pic x(40) value "custpost-report.txt".
       01 wk-ledger-filename  pic x(40) value "custpost-ledger.dat".
       01 wk-gl-filename      pic x(40) value "custpost-gl.dat".
       01 wk-ckpt-filename    pic x(40) value "custpost.ckpt".
       01 wk-adjust-filename  pic x(40) value "custpostadj".
       01 wk-backval-filename pic x(40) value "custpost-backval.txt".
       01 wk-audin-filename   pic x(40) value "customer-audit.dat".
       01 wk-totals-filename  pic x(40).
       01 wk-part-filename    pic x(40).

      *> restart state: the aborted attempt's applied transactions,
      *> recovered from its audit rows as id/type/amount triples and
                   88 wk-ap-used      value "Y" false "N".
       01 wk-ap-idx           binary-long.
       01 wk-ap-found-idx     binary-long.
      *> the way a transaction moves the balance - "C" down, "P" up
      *> - which is all an audit row's before/after images can give
      *> back, so the restart proof matches on it rather than on
      *> the transaction type.
       01 wk-post-direction   pic x(01).
       01 wk-ap-delta         pic s9(10)v99.
       01 wk-ap-abs           pic 9(10)v99.

      *> one balanced double-entry journal per run: payments debit
      *> cash and credit receivables, charges debit receivables and
      *> credit revenue, write-offs debit bad debt and credit
      *> receivables, refunds debit receivables and credit cash,
      *> credit adjustments debit revenue and credit receivables, all
      *> stamped with the run id and the fiscal year/period datechk
      *> maps the run date into.
       01 wk-gl-line.
           03 gl-run-id           pic x(20).
           03                     pic x(01) value spaces.
           03 gl-side             pic x(02).
           03                     pic x(01) value spaces.
           03 gl-amount           pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 gl-currency         pic x(03).
           03                     pic x(01) value spaces.
           03 gl-ccy-amount       pic 9(11)v99.
       01 wk-gl-today-iso.
           03 wk-gl-iso-y     pic x(4).
           03                 pic x value "-".
       01 wk-closed-rej-count binary-long value 0.
       01 wk-reopen-count     binary-long value 0.

      *> the account currency of the item in hand and its base
      *> equivalent, through the shared fxrate.
       01 wk-post-ccy         pic x(03).
       01 wk-xfer-to-ccy      pic x(03).
       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".

      *> applied money per account currency, per transaction type
      *> (1 payment, 2 charge, 3 write-off, 4 refund, 5 transfer,
      *> 6 credit adjustment),
      *> in the account currency and in the base currency; the
      *> journal is written from here, one set of entries per
      *> currency.
       01 wk-ccy-count        binary-long value 0.
       01 wk-ccy-tbl.
           03 wk-ccy-entry occurs 50 times.
               05 wk-cte-code     pic x(03).
               05 wk-cte-net      pic s9(11)v99.
               05 wk-cte-acct     pic 9(11)v99 occurs 6 times.
               05 wk-cte-base     pic 9(11)v99 occurs 6 times.
       01 wk-ccy-idx          binary-long.
       01 wk-ccy-slot         binary-long.
       01 wk-type-idx         binary-long.
       01 wk-gl-dr-account    pic x(12).
       01 wk-gl-cr-account    pic x(12).

      *> credit limits: the shop-wide default from CUSTLIMIT_DEFAULT
      *> (whole currency units), whether the child file opened, and
      *> the limit and projected balance for the charge in hand.
       01 wk-limit-default-cfg pic 9(09).
       01 wk-limit-default    pic 9(09)v99 value 5000.
       01 wk-parm-name        pic x(30).
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-limit-open-sw    pic x(01) value "N".
           88 wk-limit-open       value "Y" false "N".
       01 wk-credit-limit     pic 9(09)v99.
       01 wk-projected-bal    pic s9(10)v99.
       01 wk-limit-rej-count  binary-long value 0.

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-output-date.
           03 led-balance-before  pic s9(9)v99 sign leading separate.
           03                     pic x(01) value spaces.
           03 led-balance-after   pic s9(9)v99 sign leading separate.
           03                     pic x(01) value spaces.
           03 led-xref-id         pic x(05).
           03                     pic x(01) value spaces.
           03 led-currency        pic x(03).
           03                     pic x(01) value spaces.
           03 led-base-amount     pic 9(09)v99.
           03                     pic x(01) value spaces.
           03 led-redirect-from   pic x(10).

      *> balance as it stood before this posting touched it, held for
      *> the ledger row; the record images cannot be used because the

       01 wk-reject-reason    pic x(60).
       01 wk-reject-line.
           03 rej-post-image      pic x(30).
           03                     pic x(01) value spaces.
           03 rej-reason          pic x(60).

           03 rpt-charge-amt   pic 9(11).99.
       01 wk-payment-total    pic 9(11)v99 value 0.
       01 wk-charge-total     pic 9(11)v99 value 0.
       01 wk-writeoff-total   pic 9(11)v99 value 0.
       01 wk-refund-total     pic 9(11)v99 value 0.
       01 wk-transfer-total   pic 9(11)v99 value 0.
       01 wk-adjust-total     pic 9(11)v99 value 0.
       01 wk-owed-amount      pic 9(09)v99.
       01 wk-report-line7.
           03                  pic x(20) value "Closed-acct rejects:".
           03 rpt-closed-count pic zzzz9.
       01 wk-report-line9.
           03                  pic x(20) value "Resumed (skipped)  :".
           03 rpt-skip-count   pic zzzz9.
       01 wk-report-line10.
           03                  pic x(20) value "Write-offs applied :".
           03 rpt-writeoff-amt pic 9(11).99.
       01 wk-report-line11.
           03                  pic x(20) value "Refunds applied    :".
           03 rpt-refund-amt   pic 9(11).99.
       01 wk-report-line12.
           03                  pic x(20) value "Transfers applied  :".
           03 rpt-transfer-amt pic 9(11).99.
      *> one line per account currency: the night's net balance
      *> movement in that currency, signed the way the balance moved.
       01 wk-report-ccy-line.
           03                  pic x(13) value "Net movement ".
           03 rpt-ccy-code     pic x(03).
           03                  pic x(04) value "   :".
           03 rpt-ccy-net      pic -(11)9.99.

       01 wk-report-line13.
           03                  pic x(20) value "Over-limit rejects :".
           03 rpt-limit-count  pic zzzz9.
       01 wk-report-line14.
           03                  pic x(20) value "Redirected (closed):".
           03 rpt-redirect-count pic zzzz9.
       01 wk-report-line15.
           03                  pic x(20) value "Adjustments applied:".
           03 rpt-adjust-amt   pic 9(11).99.

      *> closed fiscal periods: the value date a redirected posting
      *> came in with, kept for its ledger row.
       01 wk-redirect-from    pic x(10) value spaces.
       01 wk-redirect-count   binary-long value 0.
       01 wk-prd-year         pic 9(04).
       01 wk-prd-period       pic 9(02).
       01 wk-prd-closed       pic x(01).
           88 wk-period-closed    value "Y" false "N".

      *> back-valuation: tonight's date as the line a value date
      *> must fall before, and the adjustments raised against the
      *> accruals each back-valued item crosses.
       01 wk-run-ymd          pic 9(8).
       01 wk-run-iso.
           03 wk-run-iso-y    pic x(4).
           03                 pic x value "-".
           03 wk-run-iso-m    pic x(2).
           03                 pic x value "-".
           03 wk-run-iso-d    pic x(2).
       01 wk-backval-count    binary-long value 0.
       01 wk-adj-count        binary-long value 0.
       01 wk-adj-total        pic 9(11)v99 value 0.
       01 wk-adj-returned     pic 9(11)v99 value 0.
       01 wk-adj-charged      pic 9(11)v99 value 0.
       01 wk-adj-base         pic 9(09)v99.
       01 wk-adj-amount       pic 9(07)v99.

       01 wk-backval-line.
           03 bvl-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 bvl-value-date      pic x(10).
           03                     pic x(01) value spaces.
           03 bvl-type            pic x(01).
           03                     pic x(01) value spaces.
           03 bvl-amount          pic z(6)9.99.
           03                     pic x(01) value spaces.
           03 bvl-accrual-date    pic x(10).
           03                     pic x(01) value spaces.
           03 bvl-adj-type        pic x(01).
           03                     pic x(01) value spaces.
           03 bvl-adj-amount      pic z(6)9.99.
       01 wk-backval-sum1.
           03                  pic x(20) value "Back-valued items  :".
           03 bvs-item-count   pic zzzz9.
       01 wk-backval-sum2.
           03                  pic x(20) value "Adjustments raised :".
           03 bvs-adj-count    pic zzzz9.
       01 wk-backval-sum3.
           03                  pic x(20) value "Interest returned  :".
           03 bvs-returned     pic z(10)9.99.
       01 wk-backval-sum4.
           03                  pic x(20) value "Interest charged   :".
           03 bvs-charged      pic z(10)9.99.

      *> the two legs of a transfer: each side's record as read,
      *> which legs an aborted attempt already applied, and the
      *> cross-reference each leg's ledger row carries.
       01 wk-xfer-from-image  pic x(65).
       01 wk-xfer-to-image    pic x(65).
       01 wk-xfer-from-id     pic 9(05).
       01 wk-xfer-to-id       pic 9(05).
       01 wk-ledger-xref      pic x(05) value spaces.
       01 wk-xfer-from-sw     pic x(01).
           88 wk-xfer-from-done   value "Y" false "N".
       01 wk-xfer-to-sw       pic x(01).
           88 wk-xfer-to-done     value "Y" false "N".
       01 wk-leg-failed-sw    pic x(01).
           88 wk-leg-failed       value "Y" false "N".

      *> partitioned posting: the step this run is, the partition it
      *> posts and how many there are, and its id range, worked out
      *> the way custdqpx works out its scan ranges. The remainder
      *> pass is partition 000.
       01 wk-mode-cfg         pic x(08).
           88 wk-mode-whole       value spaces.
           88 wk-mode-part        value "PART".
           88 wk-mode-remain      value "REMAIN".
           88 wk-mode-merge       value "MERGE".
       01 wk-partition-cfg    pic 9(03).
       01 wk-partitions-cfg   pic 9(03).
       01 wk-partition        binary-long value 0.
       01 wk-partitions       binary-long value 0.
       01 wk-range-low        binary-long value 0.
       01 wk-range-high       binary-long value 0.
       01 wk-range-size       binary-long.
       01 wk-part-idx         binary-long.
       01 wk-part-name-no     pic 9(03).
       01 wk-part-suffix      pic x(12).
       01 wk-part-fail-cnt    binary-long value 0.

      *> which partition owns a row: every id it can touch - the
      *> customer, a transfer's second customer, and the survivor
      *> of either when it is a retired id - must fall in the one
      *> range, or the row is left to the remainder pass. Rows
      *> another partition owns are only counted and summed, so the
      *> partition can still prove the whole file to its trailer.
       01 wk-row-owner        binary-long.
       01 wk-own-part         binary-long.
       01 wk-own-first        binary-long.
       01 wk-own-id           pic 9(05).
       01 wk-other-count      binary-long value 0.
       01 wk-other-amount     pic 9(11)v99 value 0.
       01 wk-file-count       binary-long.
       01 wk-file-amount      pic 9(11)v99.

      *> one partition's totals, written as it finishes: a head row
      *> with its counts and money, then one row per currency it
      *> moved. Its presence under the night's run id is what says
      *> the partition has finished.
       01 wk-tot-head.
           03 tth-tag             pic x(01).
           03                     pic x(01) value spaces.
           03 tth-run-id          pic x(20).
           03                     pic x(01) value spaces.
           03 tth-partition       pic 9(03).
           03                     pic x(01) value spaces.
           03 tth-partitions      pic 9(03).
           03                     pic x(01) value spaces.
           03 tth-range-low       pic 9(05).
           03                     pic x(01) value spaces.
           03 tth-range-high      pic 9(05).
           03                     pic x(01) value spaces.
           03 tth-read            pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-applied         pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-rejected        pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-amount          pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-closed          pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-reopened        pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-skipped         pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-over-limit      pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-redirected      pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-payments        pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-charges         pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-writeoffs       pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-refunds         pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-transfers       pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-id-hash         pic 9(18).
           03                     pic x(01) value spaces.
           03 tth-balance-fails   pic 9(05).
           03                     pic x(01) value spaces.
           03 tth-backval-items   pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-adj-count       pic 9(08).
           03                     pic x(01) value spaces.
           03 tth-adj-total       pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-adj-returned    pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-adj-charged     pic 9(11)v99.
           03                     pic x(01) value spaces.
           03 tth-adjustments     pic 9(11)v99.
       01 wk-tot-ccy.
           03 ttc-tag             pic x(01).
           03                     pic x(01).
           03 ttc-code            pic x(03).
           03                     pic x(01).
           03 ttc-net             pic s9(11)v99 sign leading separate.
           03 ttc-type occurs 6 times.
               05                 pic x(01).
               05 ttc-acct        pic 9(11)v99.
               05                 pic x(01).
               05 ttc-base        pic 9(11)v99.

      *> the partition files, by the part of the name after
      *> custpost-pNNN-, for the merge's clean-up once combined.
       01 wk-part-suffix-values.
           03                     pic x(12) value "rejects.txt".
           03                     pic x(12) value "report.txt".
           03                     pic x(12) value "ledger.dat".
           03                     pic x(12) value "gl.dat".
           03                     pic x(12) value "backval.txt".
           03                     pic x(12) value "adj.dat".
           03                     pic x(12) value "audit.dat".
           03                     pic x(12) value "totals.dat".
       01 wk-part-suffix-tbl redefines wk-part-suffix-values.
           03 wk-part-suffix-ent  pic x(12) occurs 8 times.
       01 wk-suffix-idx       binary-long.

      *> what the merge is copying: rejects, ledger, back-valuation,
      *> adjustments, or audit trail.
       01 wk-copy-target      pic x(01).
           88 wk-copy-rejects     value "R".
           88 wk-copy-ledger      value "L".
           88 wk-copy-backval     value "B".
           88 wk-copy-adjust      value "A".
           88 wk-copy-trail       value "T".
       01 wk-trail-row        pic x(199).

       01 wk-break-line.
           03                  pic x(10) value "Partition ".
           03 brk-partition    pic 9(03).
           03                  pic x(06) value " read ".
           03 brk-read         pic zzzzzz9.
           03                  pic x(09) value " applied ".
           03 brk-applied      pic zzzzzz9.
           03                  pic x(10) value " rejected ".
           03 brk-rejected     pic zzzzzz9.

       procedure division.
       custpost-main.
               goback returning 1
           end-if

           call "BIZDATE-TODAY" using by reference wk-run-ymd
           end-call
           move wk-run-ymd(1:4) to wk-run-iso-y
           move wk-run-ymd(5:2) to wk-run-iso-m
           move wk-run-ymd(7:2) to wk-run-iso-d
           call "GLPERIOD-CHECK" using
               by reference wk-run-iso
               by reference wk-prd-year
               by reference wk-prd-period
               by reference wk-prd-closed
           end-call
           if wk-period-closed
               display "custpost: tonight falls in closed fiscal "
                   "period " wk-prd-year "/" wk-prd-period
                   " - run refused"
               goback returning 1
           end-if

           accept wk-mode-cfg from environment "CUSTPOST_MODE"
           if not wk-mode-whole
               perform set-up-partitioning
               if wk-part-fail-cnt > 0
                   goback returning 1
               end-if
           end-if

           accept wk-ckpt-interval-cfg from environment
               "CUSTPOST_CHECKPOINT_INTERVAL"
           if wk-ckpt-interval-cfg > 0
               goback returning 1
           end-if

           if wk-mode-merge
               perform merge-partitions
               if wk-part-fail-cnt > 0
                   goback returning 1
               end-if
               display "custpost: " wk-partitions
                   " partition(s) merged - " wk-read-count " read, "
                   wk-applied-count " applied, "
                   wk-reject-count " rejected"
               if wk-reject-count > 0 or wk-balance-fail-cnt > 0
                   goback returning 1
               end-if
               goback returning 0
           end-if

           accept wk-limit-default-cfg from environment
               "CUSTLIMIT_DEFAULT"
           if wk-limit-default-cfg > 0
               move wk-limit-default-cfg to wk-limit-default
           end-if
           move "CUSTLIMIT_DEFAULT" to wk-parm-name
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-run-ymd
                                    by reference wk-limit-default
                                    by reference wk-parm-found
           end-call
           if wk-parm-unreadable
               display "custpost: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           perform load-posting-checkpoint
           if wk-proof-overflow
               display "custpost: aborted attempt applied more "
           open i-o cust
           if not wk-cust-ok-status
               display "custpost: unable to open customers master"
               perform release-master-claim
               goback returning 1
           end-if

           if not wk-post-ok-status
               display "custpost: unable to open CUSTPOSTIN"
               close cust
               perform release-master-claim
               goback returning 1
           end-if

           if not wk-reject-ok-status
               display "custpost: unable to open custpost-rejects.txt"
               close cust post-file
               perform release-master-claim
               goback returning 1
           end-if
           open output adjust-file
           if not wk-adjust-ok-status
               display "custpost: unable to open CUSTPOSTADJ"
               close cust post-file reject-file
               perform release-master-claim
               goback returning 1
           end-if
           open output backval-file
           if not wk-backval-ok-status
               display "custpost: unable to open custpost-backval.txt"
               close cust post-file reject-file adjust-file
               perform release-master-claim
               goback returning 1
           end-if
           open input limit-file
           if wk-limit-ok-status
               set wk-limit-open to true
           end-if
           move "Back-valued postings and interest adjustments"
               to backval-rec
           write backval-rec

           set wk-post-ok-status to true
           perform until not wk-post-ok-status

           close post-file
           close reject-file
           perform close-back-valuation
           if wk-limit-open
               close limit-file
           end-if
           close cust
           perform release-master-claim

           perform check-posting-balance
           perform write-summary-report

      *> the whole file has been accounted for - applied, skipped as
      *> already applied, or rejected - so nothing is left to
      *> resume from. A partition leaves its totals for the merge;
      *> the feed register and the control record wait for the
      *> merge, which sees the whole file.
           delete file ckpt
           if wk-mode-whole
               perform record-posting-run
           else
               perform write-partition-totals
               display "custpost: partition " wk-part-name-no
                   " posted - " wk-other-count
                   " row(s) left to other partitions"
           end-if
           if wk-skip-applied-cnt > 0
               display "custpost: " wk-skip-applied-cnt
                   " transaction(s) skipped as already applied by "
                   "the aborted attempt"
           end-if

           display "custpost: " wk-read-count " read, "
               wk-applied-count " applied, "
               wk-reject-count " rejected"

           if wk-reject-count > 0 or wk-balance-fail-cnt > 0
               or wk-part-fail-cnt > 0
               goback returning 1
           end-if
           goback returning 0.

      *> a run whose trailer proved clean goes on the processed-feed
      *> register, and every run leaves its control record.
       record-posting-run section.
           if wk-pre-trl-seen and wk-balance-fail-cnt = 0
               call "FEEDREG-RECORD" using
                   by reference wk-feed-program
                   by reference wk-feed-hash-d
               end-call
           end-if
           compute wk-ctl-hash =
               function mod(wk-id-hash, 10000000000)
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-applied-count
                                  by reference wk-ctl-hash
           end-call
           exit section
           .

      *> the partitions of one run share a single claim on the
      *> master, which only the merge gives up.
       release-master-claim section.
           if wk-mode-whole
               call "MSTRLOCK-RELEASE"
               end-call
           end-if
           exit section
           .

       check-write-authority section.
           call "mfutauth" using by reference wk-auth-program
               move post-trl-count to wk-trailer-count
               move post-trl-amount to wk-trailer-amount
           else
               if not wk-mode-whole
                   perform decide-row-owner
                   if wk-row-owner not = wk-partition
                       add 1 to wk-other-count
                       if post-customer-id numeric
                           and post-amount numeric
                           add post-amount to wk-other-amount
                       end-if
                       exit section
                   end-if
               end-if
               add 1 to wk-read-count
               if post-customer-id numeric
                   add function numval(post-customer-id)
           if post-trl-tag equal "TRL"
               set wk-pre-trl-seen to true
               move post-trl-count to wk-feed-count-d
               move post-trl-count to wk-trailer-count
               move post-trl-amount to wk-trailer-amount
               compute wk-feed-hash-d =
                   function mod(post-trl-amount * 100, 10000000000)
           end-if
           compute wk-ap-delta = ain-after-bal - wk-ap-before
           add 1 to wk-ap-count
           move ain-customer-id to wk-ap-id(wk-ap-count)
           if wk-ap-delta > 0
               move "P" to wk-ap-type(wk-ap-count)
               move wk-ap-delta to wk-ap-abs
           else
               move "C" to wk-ap-type(wk-ap-count)
               compute wk-ap-abs = 0 - wk-ap-delta
           end-if
           move wk-ap-abs to wk-ap-amount(wk-ap-count)
           set wk-ap-used(wk-ap-count) to false
           add post-amount to wk-amount-total

           if not post-type-payment and not post-type-charge
               and not post-type-writeoff and not post-type-refund
               and not post-type-transfer and not post-type-adjust
               and not post-type-accrual
               move "Unrecognised transaction type"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

      *> a value date in a closed period moves to tonight, and the
      *> ledger row keeps the date it came in with.
           move spaces to wk-redirect-from
           call "GLPERIOD-CHECK" using
               by reference post-date
               by reference wk-prd-year
               by reference wk-prd-period
               by reference wk-prd-closed
           end-call
           if wk-period-closed
               move post-date to wk-redirect-from
               move wk-run-iso to post-date
               add 1 to wk-redirect-count
           end-if

           if post-type-transfer
               perform apply-transfer
               exit section
           end-if

           move post-customer-id to customer-id
           read cust
               invalid key
               exit section
           end-if

      *> the account's currency must have a rate for the transaction
      *> date before any of it can be carried in the base currency.
           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-post-ccy
           end-call
           perform convert-post-amount
           if not wk-fx-rate-found
               move "No FX rate for the account currency"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

      *> a transaction the aborted attempt already applied is
      *> consumed from the proof table and skipped - it still counts
      *> into the whole-file applied totals, but the master is not
      *> touched a second time.
      *> "C" takes the amount off the balance, "P" puts it on: a
      *> refund pays a credit out and an accrual charges the way a
      *> charge would, a write-off or a credit adjustment clears
      *> debt the way a payment would.
           if post-type-charge or post-type-refund
               or post-type-accrual
               move "C" to wk-post-direction
           else
               move "P" to wk-post-direction
           end-if
           if wk-restart-mode
               perform check-already-applied
               if wk-ap-found-idx > 0
                   add 1 to wk-applied-count
                   add 1 to wk-skip-applied-cnt
                   perform add-applied-total
                   perform check-back-valuation
                   exit section
               end-if
           end-if

      *> a write-off only forgives a debt that is really there.
           if post-type-writeoff
               if customer-balance not numeric
                   or customer-balance >= 0
                   move "Write-off against an account not in debit"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
               compute wk-owed-amount = 0 - customer-balance
               if post-amount > wk-owed-amount
                   move "Write-off exceeds the balance owed"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
           end-if

      *> a refund only pays back a credit that is really there.
           if post-type-refund
               if customer-balance not numeric
                   or customer-balance <= 0
                   move "Refund against an account not in credit"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
               if post-amount > customer-balance
                   move "Refund exceeds the credit balance"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
           end-if

      *> a charge may not carry the balance past the credit limit.
           if post-type-charge or post-type-accrual
               perform check-credit-limit
               if wk-reject-reason not equal spaces
                   add 1 to wk-limit-rej-count
                   perform write-reject
                   exit section
               end-if
           end-if
               move 0 to customer-balance
           end-if
           move customer-balance to wk-balance-before
           if wk-post-direction equal "C"
               subtract post-amount from customer-balance
           else
               add post-amount to customer-balance
           end-if
      *> ISO dates order lexically, so a late-arriving file carrying
      *> older transaction dates can never wind last-activity back.
           if post-date > customer-last-act-dt
               and not post-type-writeoff
               and not post-type-refund
               and not post-type-adjust
               and not post-type-accrual
               move post-date to customer-last-act-dt
           end-if

                   perform write-reject
               not invalid key
                   add 1 to wk-applied-count
                   perform add-applied-total
                   perform check-back-valuation
                   move cust-file to wk-after-image
                   move customer-id to wk-audit-id
                   call "custaudit" using
           exit section
           .

      *> a transfer: both customers are read and checked before
      *> either is touched; the first leg moves the amount as a
      *> charge would, the second as a payment would. A second leg
      *> that cannot be written puts the first back, so the pair
      *> still lands as one unit.
       apply-transfer section.
           if post-to-customer-id not numeric
               move "Transfer names no valid second customer"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

           move post-customer-id to customer-id
           read cust
               invalid key
                   perform redirect-retired-id
                   if wk-reject-reason not equal spaces
                       perform write-reject
                       exit section
                   end-if
           end-read
           if customer-acct-closed
               move "Transfer from a closed account"
                   to wk-reject-reason
               add 1 to wk-closed-rej-count
               perform write-reject
               exit section
           end-if
           move cust-file to wk-xfer-from-image
           move customer-id to wk-xfer-from-id

           move post-to-customer-id to customer-id
           read cust
               invalid key
                   perform redirect-retired-to-id
                   if wk-reject-reason not equal spaces
                       perform write-reject
                       exit section
                   end-if
           end-read
           if customer-acct-closed
               move "Transfer to a closed account"
                   to wk-reject-reason
               add 1 to wk-closed-rej-count
               perform write-reject
               exit section
           end-if
           if customer-id = wk-xfer-from-id
               move "Transfer to the same customer"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if
           move cust-file to wk-xfer-to-image
           move customer-id to wk-xfer-to-id

      *> one amount moves between the two accounts, so both must
      *> be carried in the same currency, and that currency must
      *> have a rate for the day.
           move wk-xfer-from-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-post-ccy
           end-call
           move wk-xfer-to-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-xfer-to-ccy
           end-call
           if wk-xfer-to-ccy not equal wk-post-ccy
               move "Transfer between accounts in different currencies"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if
           perform convert-post-amount
           if not wk-fx-rate-found
               move "No FX rate for the account currency"
                   to wk-reject-reason
               perform write-reject
               exit section
           end-if

      *> each leg is its own audit row, so each is proved on its own.
           set wk-xfer-from-done to false
           set wk-xfer-to-done to false
           if wk-restart-mode
               move wk-xfer-from-id to customer-id
               move "C" to wk-post-direction
               perform check-already-applied
               if wk-ap-found-idx > 0
                   set wk-xfer-from-done to true
               end-if
               move wk-xfer-to-id to customer-id
               move "P" to wk-post-direction
               perform check-already-applied
               if wk-ap-found-idx > 0
                   set wk-xfer-to-done to true
               end-if
           end-if
           if wk-xfer-from-done and wk-xfer-to-done
               add 1 to wk-applied-count
               add 1 to wk-skip-applied-cnt
               perform add-applied-total
               exit section
           end-if

           if not wk-xfer-from-done
               move wk-xfer-from-image to cust-file
               move "C" to wk-post-direction
               move wk-xfer-to-id to wk-ledger-xref
               perform apply-transfer-leg
               if wk-leg-failed
                   move spaces to wk-ledger-xref
                   move "Master rewrite failed" to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
           end-if

           if not wk-xfer-to-done
               move wk-xfer-to-image to cust-file
               move "P" to wk-post-direction
               move wk-xfer-from-id to wk-ledger-xref
               perform apply-transfer-leg
               if wk-leg-failed
                   if not wk-xfer-from-done
                       perform reverse-transfer-from-leg
                   end-if
                   move spaces to wk-ledger-xref
                   move "Transfer second leg failed, first reversed"
                       to wk-reject-reason
                   perform write-reject
                   exit section
               end-if
           end-if
           move spaces to wk-ledger-xref
           add 1 to wk-applied-count
           perform add-applied-total
           exit section
           .

      *> one leg against the record in cust-file: rewrite, audit,
      *> ledger row cross-referenced to the other leg.
       apply-transfer-leg section.
           set wk-leg-failed to false
           move cust-file to wk-before-image
           if customer-balance not numeric
               move 0 to customer-balance
           end-if
           move customer-balance to wk-balance-before
           if wk-post-direction equal "C"
               subtract post-amount from customer-balance
           else
               add post-amount to customer-balance
           end-if
           rewrite cust-file
               invalid key
                   set wk-leg-failed to true
                   exit section
           end-rewrite
           move cust-file to wk-after-image
           move customer-id to wk-audit-id
           call "custaudit" using
               by reference wk-audit-action
               by reference wk-audit-id
               by reference wk-before-image
               by reference wk-after-image
           end-call
           perform write-ledger-row
           exit section
           .

      *> the first leg put back exactly as it was read - audited and
      *> on the ledger, like the move it undoes.
       reverse-transfer-from-leg section.
           move wk-xfer-from-id to customer-id
           read cust
               invalid key
                   display "custpost: transfer from customer "
                       wk-xfer-from-id " could not be reversed"
                   exit section
           end-read
           move wk-xfer-to-id to wk-ledger-xref
           move "P" to wk-post-direction
           perform apply-transfer-leg
           if wk-leg-failed
               display "custpost: transfer from customer "
                   wk-xfer-from-id " could not be reversed"
           end-if
           exit section
           .

      *> the customer's own limit row when there is one, else the
      *> default; a charge moves the balance down, so the limit
      *> bounds the amount owed the charge would leave.
       check-credit-limit section.
           move spaces to wk-reject-reason
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
           if customer-balance numeric
               compute wk-projected-bal =
                   customer-balance - post-amount
           else
               compute wk-projected-bal = 0 - post-amount
           end-if
           if 0 - wk-projected-bal > wk-credit-limit
               move "Charge would exceed the credit limit"
                   to wk-reject-reason
           end-if
           exit section
           .

      *> a payment or charge dated before tonight is checked against
      *> every accrual custaccr has since charged this customer.
       check-back-valuation section.
           if not post-type-payment and not post-type-charge
               exit section
           end-if
           if post-date not < wk-run-iso
               exit section
           end-if
           add 1 to wk-backval-count
           open input history-file
           if not wk-history-ok-status
               exit section
           end-if
           set wk-history-ok-status to true
           perform until not wk-history-ok-status
               read history-file
               if not wk-history-eof-status
                   if hst-customer-id = customer-id
                       and hst-accrual-date >= post-date
                       and hst-accrual-date < wk-run-iso
                       and hst-base numeric
                       and hst-rate numeric
                       perform raise-interest-adjustment
                   end-if
               end-if
           end-perform
           close history-file
           exit section
           .

      *> a payment would have cut that accrual's base by its amount,
      *> down to nothing at most; a charge would have raised it by
      *> its whole amount.
       raise-interest-adjustment section.
           if post-type-payment
               if post-amount < hst-base
                   move post-amount to wk-adj-base
               else
                   move hst-base to wk-adj-base
               end-if
           else
               move post-amount to wk-adj-base
           end-if
           compute wk-adj-amount rounded =
               wk-adj-base * hst-rate / 100
           if wk-adj-amount = 0
               exit section
           end-if
           move customer-id to adj-customer-id
           if post-type-payment
               move "A" to adj-type
               add wk-adj-amount to wk-adj-returned
           else
               move "I" to adj-type
               add wk-adj-amount to wk-adj-charged
           end-if
           move wk-adj-amount to adj-amount
           move wk-run-iso to adj-date
           write adjust-rec
           add 1 to wk-adj-count
           add wk-adj-amount to wk-adj-total

           move customer-id to bvl-customer-id
           move post-date to bvl-value-date
           move post-type to bvl-type
           move post-amount to bvl-amount
           move hst-accrual-date to bvl-accrual-date
           move adj-type to bvl-adj-type
           move wk-adj-amount to bvl-adj-amount
           write backval-rec from wk-backval-line
           exit section
           .

       close-back-valuation section.
           move "TRL" to adj-trl-tag
           move wk-adj-count to adj-trl-count
           move wk-adj-total to adj-trl-amount
           write adjust-trl-rec
           close adjust-file
           move wk-backval-count to bvs-item-count
           move wk-adj-count to bvs-adj-count
           move wk-adj-returned to bvs-returned
           move wk-adj-charged to bvs-charged
           write backval-rec from wk-backval-sum1
           write backval-rec from wk-backval-sum2
           write backval-rec from wk-backval-sum3
           write backval-rec from wk-backval-sum4
           close backval-file
           exit section
           .

      *> the applied money, kept apart by type for the report, the
      *> journal and custtrial's proof.
      *> the currency slot is found first: opening a new one clears
      *> its per-type cells through the type index.
       add-applied-total section.
           perform convert-post-amount
           perform find-currency-slot
           evaluate true
               when post-type-charge or post-type-accrual
                   add wk-fx-base to wk-charge-total
                   move 2 to wk-type-idx
               when post-type-writeoff
                   add wk-fx-base to wk-writeoff-total
                   move 3 to wk-type-idx
               when post-type-refund
                   add wk-fx-base to wk-refund-total
                   move 4 to wk-type-idx
               when post-type-transfer
                   add wk-fx-base to wk-transfer-total
                   move 5 to wk-type-idx
               when post-type-adjust
                   add wk-fx-base to wk-adjust-total
                   move 6 to wk-type-idx
               when other
                   add wk-fx-base to wk-payment-total
                   move 1 to wk-type-idx
           end-evaluate
           if wk-ccy-slot = 0
               exit section
           end-if
           add post-amount to wk-cte-acct(wk-ccy-slot, wk-type-idx)
           add wk-fx-base to wk-cte-base(wk-ccy-slot, wk-type-idx)
           evaluate true
               when post-type-payment or post-type-writeoff
                   or post-type-adjust
                   add post-amount to wk-cte-net(wk-ccy-slot)
               when post-type-charge or post-type-refund
                   or post-type-accrual
                   subtract post-amount from wk-cte-net(wk-ccy-slot)
           end-evaluate
           exit section
           .

      *> the item's amount in the base currency at the rate for its
      *> transaction date.
       convert-post-amount section.
           move post-amount to wk-fx-amount
           call "FXRATE-CONVERT" using
               by reference wk-post-ccy
               by reference post-date
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           exit section
           .

      *> more account currencies in one night than the table holds
      *> cannot be journalled properly, so the run is failed rather
      *> than the excess dropped.
       find-currency-slot section.
           move 0 to wk-ccy-slot
           perform match-currency-slot
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
                  or wk-ccy-slot > 0
           if wk-ccy-slot > 0
               exit section
           end-if
           if wk-ccy-count >= 50
               display "custpost: more than 50 account currencies - "
                   wk-post-ccy " not journalled"
               add 1 to wk-balance-fail-cnt
               exit section
           end-if
           add 1 to wk-ccy-count
           move wk-ccy-count to wk-ccy-slot
           move wk-post-ccy to wk-cte-code(wk-ccy-slot)
           move 0 to wk-cte-net(wk-ccy-slot)
           perform clear-currency-type
               varying wk-type-idx from 1 by 1
               until wk-type-idx > 6
           exit section
           .

       match-currency-slot section.
           if wk-cte-code(wk-ccy-idx) equal wk-post-ccy
               move wk-ccy-idx to wk-ccy-slot
           end-if
           exit section
           .

       clear-currency-type section.
           move 0 to wk-cte-acct(wk-ccy-slot, wk-type-idx)
           move 0 to wk-cte-base(wk-ccy-slot, wk-type-idx)
           exit section
           .

      *> the permanent trace of one applied posting, appended open/
      *> close per row the same way custaudit appends its trail, so
      *> an interrupted run still leaves a complete ledger behind.
       write-ledger-row section.
           perform resolve-run-id
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           accept wk-stamp-time from time
           move customer-id to led-customer-id
           move wk-stamp-date to led-date
           move wk-stamp-time to led-time
           move wk-run-id to led-run-id
           move post-type to led-type
           move post-date to led-txn-date
           move post-amount to led-amount
           move wk-balance-before to led-balance-before
           move customer-balance to led-balance-after
           move wk-ledger-xref to led-xref-id
           perform convert-post-amount
           move wk-post-ccy to led-currency
           move wk-fx-base to led-base-amount
           move wk-redirect-from to led-redirect-from
           open extend ledger-file
           if not wk-ledger-ok-status
               open output ledger-file
           end-if
           if wk-ledger-ok-status
               write ledger-rec from wk-ledger-line
               close ledger-file
           else
               display "custpost: unable to open custpost-ledger.dat"
           end-if
           exit section
           .

      *> the journal is rewritten whole each run - it describes this
      *> posting night, not a history - and only written when money
      *> actually moved; two sides per total keep it balanced by
      *> construction, which GLRECON then proves independently.
       write-gl-journal section.
           if wk-payment-total = 0 and wk-charge-total = 0
               and wk-writeoff-total = 0 and wk-refund-total = 0
               and wk-transfer-total = 0 and wk-adjust-total = 0
               exit section
           end-if
           perform resolve-run-id
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           move wk-stamp-date(1:4) to wk-gl-iso-y
           move wk-stamp-date(5:2) to wk-gl-iso-m
           move wk-stamp-date(7:2) to wk-gl-iso-d
           move wk-gl-today-iso to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           move wk-stamp-date to gl-date
           move dc-fiscal-year to gl-fiscal-year
           move dc-fiscal-period to gl-fiscal-period
           perform write-currency-journal
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           close gl-file
           exit section
           .

      *> one currency's entries: payments CASH/CUSTRECV, charges
      *> CUSTRECV/REVENUE, write-offs BAD-DEBT/CUSTRECV, refunds
      *> CUSTRECV/CASH, transfers CUSTRECV/CUSTRECV, credit
      *> adjustments REVENUE/CUSTRECV - the base
      *> amount in gl-amount, the account-currency amount beside it.
       write-currency-journal section.
           move wk-cte-code(wk-ccy-idx) to gl-currency
           perform write-journal-pair
               varying wk-type-idx from 1 by 1
               until wk-type-idx > 6
           exit section
           .

       write-journal-pair section.
           if wk-cte-acct(wk-ccy-idx, wk-type-idx) = 0
               exit section
           end-if
           evaluate wk-type-idx
               when 1
                   move "CASH" to wk-gl-dr-account
                   move "CUSTRECV" to wk-gl-cr-account
               when 2
                   move "CUSTRECV" to wk-gl-dr-account
                   move "REVENUE" to wk-gl-cr-account
               when 3
                   move "BAD-DEBT" to wk-gl-dr-account
                   move "CUSTRECV" to wk-gl-cr-account
               when 4
                   move "CUSTRECV" to wk-gl-dr-account
                   move "CASH" to wk-gl-cr-account
               when 6
                   move "REVENUE" to wk-gl-dr-account
                   move "CUSTRECV" to wk-gl-cr-account
               when other
                   move "CUSTRECV" to wk-gl-dr-account
                   move "CUSTRECV" to wk-gl-cr-account
           end-evaluate
           move wk-cte-base(wk-ccy-idx, wk-type-idx) to gl-amount
           move wk-cte-acct(wk-ccy-idx, wk-type-idx) to gl-ccy-amount
           move wk-gl-dr-account to gl-account
           move "DR" to gl-side
           write gl-rec from wk-gl-line
           move wk-gl-cr-account to gl-account
           move "CR" to gl-side
           write gl-rec from wk-gl-line
           exit section
           .

       resolve-run-id section.
           if wk-run-id equal spaces
               accept wk-run-id-cfg from environment "MFUT_RUN_ID"
       match-applied-entry section.
           if not wk-ap-used(wk-ap-idx)
               and wk-ap-id(wk-ap-idx) = customer-id
               and wk-ap-type(wk-ap-idx) equal wk-post-direction
               and wk-ap-amount(wk-ap-idx) = post-amount
               move wk-ap-idx to wk-ap-found-idx
           end-if
           exit section
           .

      *> the second leg's customer gets the same retired-id
      *> redirect the first leg's does.
       redirect-retired-to-id section.
           move spaces to wk-reject-reason
           move post-to-customer-id to wk-xref-in-id
           call "custxref" using by reference wk-xref-in-id
                                  by reference wk-xref-out-id
                                  by reference wk-xref-found
           end-call
           if not wk-xref-hit
               move "Transfer customer id not on the master"
                   to wk-reject-reason
               exit section
           end-if
           move wk-xref-out-id to customer-id
           read cust
               invalid key
                   move "Retired id's survivor not on the master"
                       to wk-reject-reason
           end-read
           exit section
           .

      *> the run is only good when the trailer is present and its
      *> count and amount hash agree with every transaction read -
      *> a partition's own rows plus those it left to the others.
       check-posting-balance section.
           if not wk-trailer-seen
               display "custpost: transaction file has no trailer row"
               add 1 to wk-balance-fail-cnt
               exit section
           end-if
           compute wk-file-count = wk-read-count + wk-other-count
           compute wk-file-amount = wk-amount-total + wk-other-amount
           if wk-file-count not equal wk-trailer-count
               display "custpost: trailer count does not match "
                   "transactions read"
               add 1 to wk-balance-fail-cnt
           end-if
           if wk-file-amount not equal wk-trailer-amount
               display "custpost: trailer amount total does not "
                   "match transactions read"
               add 1 to wk-balance-fail-cnt
           .

       write-reject section.
           move post-rec(1:30) to rej-post-image
           move wk-reject-reason to rej-reason
           write reject-rec from wk-reject-line
           add 1 to wk-reject-count
               write report-rec from wk-report-line8
               move wk-skip-applied-cnt to rpt-skip-count
               write report-rec from wk-report-line9
               move wk-writeoff-total to rpt-writeoff-amt
               write report-rec from wk-report-line10
               move wk-refund-total to rpt-refund-amt
               write report-rec from wk-report-line11
               move wk-transfer-total to rpt-transfer-amt
               write report-rec from wk-report-line12
               move wk-limit-rej-count to rpt-limit-count
               write report-rec from wk-report-line13
               move wk-redirect-count to rpt-redirect-count
               write report-rec from wk-report-line14
               move wk-adjust-total to rpt-adjust-amt
               write report-rec from wk-report-line15
               perform write-currency-movement
                   varying wk-ccy-idx from 1 by 1
                   until wk-ccy-idx > wk-ccy-count
               close report-file
           end-if
           exit section
           .

       write-currency-movement section.
           move wk-cte-code(wk-ccy-idx) to rpt-ccy-code
           move wk-cte-net(wk-ccy-idx) to rpt-ccy-net
           write report-rec from wk-report-ccy-line
           exit section
           .

      *> a partitioned step: how many partitions, this step's own
      *> range, and its files. Every step needs the night's
      *> MFUT_RUN_ID - it is what ties the partitions to one merge
      *> and lets them share the one claim on the master.
       set-up-partitioning section.
           if not wk-mode-part and not wk-mode-remain
               and not wk-mode-merge
               display "custpost: set CUSTPOST_MODE to PART, REMAIN "
                   "or MERGE, or leave it unset"
               add 1 to wk-part-fail-cnt
               exit section
           end-if
           accept wk-partitions-cfg from environment
               "CUSTPOST_PARTITIONS"
           if wk-partitions-cfg = 0
               display "custpost: CUSTPOST_PARTITIONS is not set"
               add 1 to wk-part-fail-cnt
               exit section
           end-if
           move wk-partitions-cfg to wk-partitions
           accept wk-run-id-cfg from environment "MFUT_RUN_ID"
           if wk-run-id-cfg equal spaces
               display "custpost: a partitioned run needs MFUT_RUN_ID"
                   " - its steps share the night's run id"
               add 1 to wk-part-fail-cnt
               exit section
           end-if
           compute wk-range-size =
               (99999 + wk-partitions - 1) / wk-partitions

           evaluate true
               when wk-mode-merge
                   exit section
               when wk-mode-part
                   accept wk-partition-cfg from environment
                       "CUSTPOST_PARTITION"
                   if wk-partition-cfg = 0
                       or wk-partition-cfg > wk-partitions-cfg
                       display "custpost: bad partition configuration"
                       add 1 to wk-part-fail-cnt
                       exit section
                   end-if
                   move wk-partition-cfg to wk-partition
                   compute wk-range-low =
                       (wk-partition - 1) * wk-range-size + 1
                   compute wk-range-high = wk-partition * wk-range-size
                   if wk-range-high > 99999
                       or wk-partition = wk-partitions
                       move 99999 to wk-range-high
                   end-if
               when other
      *> the remainder touches records in every range, so it only
      *> runs once the range partitions have all finished.
                   move 0 to wk-partition
                   perform check-partition-finished
                       varying wk-part-idx from 1 by 1
                       until wk-part-idx > wk-partitions
                   if wk-part-fail-cnt > 0
                       display "custpost: remainder pass refused"
                       exit section
                   end-if
           end-evaluate

      *> a partition that has already left its totals for tonight
      *> has posted its rows; running it again would post them twice.
           move wk-partition to wk-part-idx
           perform read-partition-head
           if tth-tag equal "H" and tth-run-id equal wk-run-id-cfg
               display "custpost: partition " wk-part-name-no
                   " has already posted run " wk-run-id-cfg
               add 1 to wk-part-fail-cnt
               exit section
           end-if

           perform name-partition-outputs
           call "CUSTAUDIT-SET-TRAIL" using
               by reference wk-audin-filename
           end-call
           exit section
           .

      *> the step's own files: custpost-pNNN-rejects.txt and the
      *> rest, its own checkpoint, and its own audit trail - which
      *> is also where a restart of the step finds its proof.
       name-partition-outputs section.
           move wk-partition to wk-part-idx
           move "rejects.txt" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-reject-filename
           move "report.txt" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-report-filename
           move "ledger.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-ledger-filename
           move "gl.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-gl-filename
           move "backval.txt" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-backval-filename
           move "adj.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-adjust-filename
           move "audit.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-audin-filename
           move "totals.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-totals-filename
           move "run.ckpt" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-ckpt-filename
           exit section
           .

       name-partition-file section.
           move spaces to wk-part-filename
           move wk-part-idx to wk-part-name-no
           string "custpost-p" wk-part-name-no "-"
                      delimited by size
                  wk-part-suffix delimited by space
               into wk-part-filename
           exit section
           .

      *> one partition's head row, spaces when it has left none.
       read-partition-head section.
           move spaces to tth-tag
           move "totals.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-totals-filename
           open input totals-file
           if not wk-totals-ok-status
               exit section
           end-if
           read totals-file into wk-tot-head
               at end
                   move spaces to tth-tag
           end-read
           close totals-file
           exit section
           .

       check-partition-finished section.
           perform read-partition-head
           if tth-tag not equal "H"
               display "custpost: partition " wk-part-name-no
                   " has not finished"
               add 1 to wk-part-fail-cnt
               exit section
           end-if
           if tth-run-id not equal wk-run-id-cfg
               or tth-partitions not = wk-partitions
               display "custpost: partition " wk-part-name-no
                   " totals are not from run " wk-run-id-cfg
                   " in " wk-partitions " partitions"
               add 1 to wk-part-fail-cnt
           end-if
           exit section
           .

       decide-row-owner section.
           move 0 to wk-row-owner
           if post-customer-id not numeric
               exit section
           end-if
           move post-customer-id to wk-own-id
           perform owning-partition-of-id
           move wk-own-part to wk-row-owner
           if wk-row-owner = 0 or not post-type-transfer
               exit section
           end-if
           if post-to-customer-id not numeric
               move 0 to wk-row-owner
               exit section
           end-if
           move post-to-customer-id to wk-own-id
           perform owning-partition-of-id
           if wk-own-part not = wk-row-owner
               move 0 to wk-row-owner
           end-if
           exit section
           .

      *> the partition holding the id and, for a retired id, its
      *> survivor as well - 0 when the two fall apart.
       owning-partition-of-id section.
           perform partition-of-own-id
           move wk-own-part to wk-own-first
           move wk-own-id to wk-xref-in-id
           call "custxref" using by reference wk-xref-in-id
                                  by reference wk-xref-out-id
                                  by reference wk-xref-found
           end-call
           if wk-xref-hit
               move wk-xref-out-id to wk-own-id
               perform partition-of-own-id
               if wk-own-part not = wk-own-first
                   move 0 to wk-own-part
               end-if
           end-if
           exit section
           .

       partition-of-own-id section.
           if wk-own-id = 0
               move 0 to wk-own-part
               exit section
           end-if
           compute wk-own-part = (wk-own-id - 1) / wk-range-size + 1
           if wk-own-part > wk-partitions
               move wk-partitions to wk-own-part
           end-if
           exit section
           .

       write-partition-totals section.
           open output totals-file
           if not wk-totals-ok-status
               display "custpost: unable to write " wk-totals-filename
               add 1 to wk-part-fail-cnt
               exit section
           end-if
           move "H" to tth-tag
           move wk-run-id to tth-run-id
           move wk-partition to tth-partition
           move wk-partitions to tth-partitions
           move wk-range-low to tth-range-low
           move wk-range-high to tth-range-high
           move wk-read-count to tth-read
           move wk-applied-count to tth-applied
           move wk-reject-count to tth-rejected
           move wk-amount-total to tth-amount
           move wk-closed-rej-count to tth-closed
           move wk-reopen-count to tth-reopened
           move wk-skip-applied-cnt to tth-skipped
           move wk-limit-rej-count to tth-over-limit
           move wk-redirect-count to tth-redirected
           move wk-payment-total to tth-payments
           move wk-charge-total to tth-charges
           move wk-writeoff-total to tth-writeoffs
           move wk-refund-total to tth-refunds
           move wk-transfer-total to tth-transfers
           move wk-id-hash to tth-id-hash
           move wk-balance-fail-cnt to tth-balance-fails
           move wk-backval-count to tth-backval-items
           move wk-adj-count to tth-adj-count
           move wk-adj-total to tth-adj-total
           move wk-adj-returned to tth-adj-returned
           move wk-adj-charged to tth-adj-charged
           move wk-adjust-total to tth-adjustments
           write totals-rec from wk-tot-head
           perform write-partition-ccy-row
               varying wk-ccy-idx from 1 by 1
               until wk-ccy-idx > wk-ccy-count
           close totals-file
           exit section
           .

       write-partition-ccy-row section.
           move spaces to wk-tot-ccy
           move "C" to ttc-tag
           move wk-cte-code(wk-ccy-idx) to ttc-code
           move wk-cte-net(wk-ccy-idx) to ttc-net
           perform move-partition-ccy-type
               varying wk-type-idx from 1 by 1
               until wk-type-idx > 6
           write totals-rec from wk-tot-ccy
           exit section
           .

       move-partition-ccy-type section.
           move wk-cte-acct(wk-ccy-idx, wk-type-idx)
               to ttc-acct(wk-type-idx)
           move wk-cte-base(wk-ccy-idx, wk-type-idx)
               to ttc-base(wk-type-idx)
           exit section
           .

      *> the merge: nothing is combined until every partition, the
      *> remainder included, has finished under the night's run id;
      *> then the summed totals are proved against the trailer and
      *> the partitions' files become the whole-file run's.
       merge-partitions section.
           perform check-partition-finished
               varying wk-part-idx from 0 by 1
               until wk-part-idx > wk-partitions
           if wk-part-fail-cnt > 0
               display "custpost: merge refused - nothing combined"
               exit section
           end-if
           perform resolve-run-id
           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               add 1 to wk-part-fail-cnt
               exit section
           end-if

           if wk-pre-trl-seen
               set wk-trailer-seen to true
           end-if
           perform add-partition-totals
               varying wk-part-idx from 0 by 1
               until wk-part-idx > wk-partitions
           perform check-posting-balance
           perform write-summary-report
           perform write-partition-breakdown
           perform write-gl-journal

           open output reject-file
           if wk-reject-ok-status
               set wk-copy-rejects to true
               perform copy-partition-file
                   varying wk-part-idx from 0 by 1
                   until wk-part-idx > wk-partitions
               close reject-file
           else
               display "custpost: unable to open custpost-rejects.txt"
           end-if

           open extend ledger-file
           if not wk-ledger-ok-status
               open output ledger-file
           end-if
           if wk-ledger-ok-status
               set wk-copy-ledger to true
               perform copy-partition-file
                   varying wk-part-idx from 0 by 1
                   until wk-part-idx > wk-partitions
               close ledger-file
           else
               display "custpost: unable to open custpost-ledger.dat"
           end-if

           open output adjust-file
           open output backval-file
           if wk-adjust-ok-status and wk-backval-ok-status
               move "Back-valued postings and interest adjustments"
                   to backval-rec
               write backval-rec
               set wk-copy-backval to true
               perform copy-partition-file
                   varying wk-part-idx from 0 by 1
                   until wk-part-idx > wk-partitions
               set wk-copy-adjust to true
               perform copy-partition-file
                   varying wk-part-idx from 0 by 1
                   until wk-part-idx > wk-partitions
               perform close-back-valuation
           else
               display "custpost: unable to open CUSTPOSTADJ or "
                   "custpost-backval.txt"
           end-if

      *> the partitions' audit rows go onto the live trail last,
      *> each chained on as it is carried.
           set wk-copy-trail to true
           perform copy-partition-file
               varying wk-part-idx from 0 by 1
               until wk-part-idx > wk-partitions
           call "MSTRLOCK-RELEASE"
           end-call

           perform record-posting-run
           perform delete-partition-files
               varying wk-part-idx from 0 by 1
               until wk-part-idx > wk-partitions
           exit section
           .

       add-partition-totals section.
           move "totals.dat" to wk-part-suffix
           perform name-partition-file
           move wk-part-filename to wk-totals-filename
           open input totals-file
           if not wk-totals-ok-status
               exit section
           end-if
           set wk-totals-ok-status to true
           perform until not wk-totals-ok-status
               read totals-file
               if not wk-totals-eof-status
                   perform add-partition-row
               end-if
           end-perform
           close totals-file
           exit section
           .

       add-partition-row section.
           if totals-rec(1:1) equal "C"
               move totals-rec to wk-tot-ccy
               move ttc-code to wk-post-ccy
               perform find-currency-slot
               if wk-ccy-slot > 0
                   add ttc-net to wk-cte-net(wk-ccy-slot)
                   perform add-partition-ccy-type
                       varying wk-type-idx from 1 by 1
                       until wk-type-idx > 6
               end-if
               exit section
           end-if
           move totals-rec to wk-tot-head
           add tth-read to wk-read-count
           add tth-applied to wk-applied-count
           add tth-rejected to wk-reject-count
           add tth-amount to wk-amount-total
           add tth-closed to wk-closed-rej-count
           add tth-reopened to wk-reopen-count
           add tth-skipped to wk-skip-applied-cnt
           add tth-over-limit to wk-limit-rej-count
           add tth-redirected to wk-redirect-count
           add tth-payments to wk-payment-total
           add tth-charges to wk-charge-total
           add tth-writeoffs to wk-writeoff-total
           add tth-refunds to wk-refund-total
           add tth-transfers to wk-transfer-total
           add tth-id-hash to wk-id-hash
           add tth-balance-fails to wk-balance-fail-cnt
           add tth-backval-items to wk-backval-count
           add tth-adj-count to wk-adj-count
           add tth-adj-total to wk-adj-total
           add tth-adj-returned to wk-adj-returned
           add tth-adj-charged to wk-adj-charged
           add tth-adjustments to wk-adjust-total
           exit section
           .

       add-partition-ccy-type section.
           add ttc-acct(wk-type-idx)
               to wk-cte-acct(wk-ccy-slot, wk-type-idx)
           add ttc-base(wk-type-idx)
               to wk-cte-base(wk-ccy-slot, wk-type-idx)
           exit section
           .

      *> under the whole-file report's own lines, one line per
      *> partition, so the split of the night is on the page.
       write-partition-breakdown section.
           open extend report-file
           if not wk-report-ok-status
               exit section
           end-if
           perform write-partition-break-line
               varying wk-part-idx from 0 by 1
               until wk-part-idx > wk-partitions
           close report-file
           exit section
           .

       write-partition-break-line section.
           perform read-partition-head
           move wk-part-name-no to brk-partition
           move tth-read to brk-read
           move tth-applied to brk-applied
           move tth-rejected to brk-rejected
           write report-rec from wk-break-line
           exit section
           .

       copy-partition-file section.
           evaluate true
               when wk-copy-rejects
                   move "rejects.txt" to wk-part-suffix
               when wk-copy-ledger
                   move "ledger.dat" to wk-part-suffix
               when wk-copy-backval
                   move "backval.txt" to wk-part-suffix
               when wk-copy-adjust
                   move "adj.dat" to wk-part-suffix
               when other
                   move "audit.dat" to wk-part-suffix
           end-evaluate
           perform name-partition-file
           open input part-in
           if not wk-part-in-ok-status
               exit section
           end-if
           set wk-part-in-ok-status to true
           perform until not wk-part-in-ok-status
               read part-in
               if not wk-part-in-eof-status
                   perform copy-partition-row
               end-if
           end-perform
           close part-in
           exit section
           .

      *> the back-valuation and adjustment files carry their own
      *> heading, summary and trailer rows; only their item rows are
      *> carried, and the merged files take their totals from the
      *> summed partition totals.
       copy-partition-row section.
           evaluate true
               when wk-copy-rejects
                   write reject-rec from part-in-rec
               when wk-copy-ledger
                   write ledger-rec from part-in-rec
               when wk-copy-backval
                   if part-in-rec(1:5) numeric
                       write backval-rec from part-in-rec
                   end-if
               when wk-copy-adjust
                   if part-in-rec(1:3) not equal "TRL"
                       write adjust-rec from part-in-rec
                   end-if
               when other
                   move part-in-rec to wk-trail-row
                   call "CUSTAUDIT-APPEND" using
                       by reference wk-trail-row
                   end-call
           end-evaluate
           exit section
           .

      *> once combined, a partition's files are gone, so a second
      *> merge has nothing to carry twice.
       delete-partition-files section.
           perform delete-partition-file
               varying wk-suffix-idx from 1 by 1
               until wk-suffix-idx > 8
           exit section
           .

       delete-partition-file section.
           move wk-part-suffix-ent(wk-suffix-idx) to wk-part-suffix
           perform name-partition-file
           delete file part-in
           exit section
           .

       end program custpost.
