      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTGEXP is the group exposure report: it reads the
      * relationship file custgmnt maintains (CUSTGROUP,
      * customer-group.cpy) group by group and rolls the members up
      * from the master, so a credit decision sees the household,
      * not three strangers. Each group gets one line -
      *   members, the total balance in the base currency (each
      *   member converted through the shared fxrate at today's
      *   rate), the worst aging bucket among its members (custage's
      *   buckets: current / 30 / 60 / 90 / 180+ days since last
      *   activity, through datechk's DATECHK-DAY-DIFF, with the
      *   edges custage takes from the CUSTAGE_BUCKET2_DAYS to
      *   CUSTAGE_BUCKET5_DAYS business parameters) and the
      *   group status: ACTIVE while any member account is open,
      *   DORMANT while none is open but one is dormant, otherwise
      *   CLOSED
      * - followed by a line per member with its relationship type,
      * account status, balance in its own currency and bucket.
      *
      * A member no longer on the master is listed as such and
      * counted, the same validity check custgmnt makes on the way
      * in; a member whose currency has no rate for today, or whose
      * last-activity date cannot be aged, is marked and left out of
      * the figure it cannot contribute to rather than guessed. The
      * report lands in custgexp-report.txt. Member surnames and
      * every balance are shown at the operator's piimask level.
      *****************************************************************
       identification division.
       program-id. custgexp.
       environment division.
       input-output section.
           file-control.
           select group-file assign external custgroup
           organization is indexed
           access mode is sequential
           record key is grp-key
           file status is wk-group-status.

           select cust assign external customers
           organization is indexed
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select report-file assign to "custgexp-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd group-file.
       01 group-rec.
           copy "customer-group.cpy".

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd report-file.
       01 report-rec              pic x(90).

       working-storage section.
       01 wk-group-status     pic xx.
           88 wk-group-ok-status    value "00".
           88 wk-group-eof-status   value "10".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> custage's five aging buckets, oldest last.
       01 wk-bucket-name-tbl.
           03 filler pic x(12) value "current".
           03 filler pic x(12) value "30 days".
           03 filler pic x(12) value "60 days".
           03 filler pic x(12) value "90 days".
           03 filler pic x(12) value "180+ days".
       01 wk-bucket-name-rdf redefines wk-bucket-name-tbl.
           03 wk-bucket-name pic x(12) occurs 5 times.
       01 wk-bucket-floor-tbl.
           03 filler pic 9(04) value 0000.
           03 filler pic 9(04) value 0030.
           03 filler pic 9(04) value 0060.
           03 filler pic 9(04) value 0090.
           03 filler pic 9(04) value 0180.
       01 wk-bucket-floor-rdf redefines wk-bucket-floor-tbl.
           03 wk-bucket-floor pic 9(04) occurs 5 times.
       01 wk-bucket-idx       binary-long.
       01 wk-target-idx       binary-long.
       01 wk-edges-bad-sw     pic x(01) value "N".
           88 wk-edges-bad        value "Y" false "N".

      *> custage's edges come from bizparm when set there, so this
      *> report reads them the same way and the buckets agree.
       01 wk-parm-name.
           03                 pic x(14) value "CUSTAGE_BUCKET".
           03 wk-parm-bucket  pic 9(01).
           03                 pic x(15) value "_DAYS".
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-in-force    value "Y".
           88 wk-parm-unreadable  value "E".
       01 wk-edge-edit        pic zzz9.
       01 wk-edge-lead        binary-long.

      *> the group being rolled up.
       01 wk-cur-group-id     pic 9(05) value 0.
       01 wk-grp-members      binary-long.
       01 wk-grp-balance      pic s9(11)v99.
       01 wk-grp-worst        binary-long.
       01 wk-grp-open-sw      pic x(01).
           88 wk-grp-has-open     value "Y" false "N".
       01 wk-grp-dormant-sw   pic x(01).
           88 wk-grp-has-dormant  value "Y" false "N".
      *> member lines wait here until the group line is written.
       01 wk-mbr-count        binary-long.
       01 wk-mbr-tbl.
           03 wk-mbr-text     pic x(90) occurs 200 times.
       01 wk-mbr-idx          binary-long.

       01 wk-group-count      binary-long value 0.
       01 wk-member-count     binary-long value 0.
       01 wk-orphan-count     binary-long value 0.
       01 wk-no-rate-count    binary-long value 0.
       01 wk-unaged-count     binary-long value 0.

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

       01 wk-fx-customer-id   pic 9(05).
       01 wk-fx-currency      pic x(03).
       01 wk-fx-amount        pic s9(11)v99.
       01 wk-fx-base          pic s9(11)v99.
       01 wk-fx-found         pic x(01).
           88 wk-fx-rate-found    value "Y".

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-title-line.
           03                  pic x(24)
               value "Group exposure as of ".
           03 ttl-date         pic x(10).

       01 wk-group-line.
           03                  pic x(06) value "Group ".
           03 gln-group-id     pic 9(05).
           03                  pic x(10) value " members ".
           03 gln-members      pic zz9.
           03                  pic x(15) value "  base balance ".
           03 gln-balance      pic -(11)9.99.
           03                  pic x(08) value "  worst ".
           03 gln-worst        pic x(12).
           03                  pic x(01) value spaces.
           03 gln-status       pic x(08).

       01 wk-member-line.
           03                  pic x(03) value spaces.
           03 mln-customer-id  pic 9(05).
           03                  pic x(01) value spaces.
           03 mln-rel-type     pic x(09).
           03                  pic x(01) value spaces.
           03 mln-sname        pic x(16).
           03                  pic x(01) value spaces.
           03 mln-status       pic x(01).
           03                  pic x(01) value spaces.
           03 mln-currency     pic x(03).
           03                  pic x(01) value spaces.
           03 mln-balance      pic -(9)9.99.
           03                  pic x(01) value spaces.
           03 mln-bucket       pic x(14).

       01 wk-report-line1.
           03                  pic x(20) value "Groups reported    :".
           03 rpt-group-count  pic zzzz9.
       01 wk-report-line2.
           03                  pic x(20) value "Members reported   :".
           03 rpt-member-count pic zzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Not on the master  :".
           03 rpt-orphan-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "No FX rate today   :".
           03 rpt-no-rate-count pic zzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Members not aged   :".
           03 rpt-unaged-count pic zzzz9.

       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).

       procedure division.
       custgexp-main.
           perform build-today-iso-date
           perform read-bucket-edge
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           if wk-parm-unreadable
               display "custgexp: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           if wk-edges-bad
               display "custgexp: bucket edges must rise from one "
                   "bucket to the next - run refused"
               goback returning 1
           end-if

           open input group-file
           if not wk-group-ok-status
               display "custgexp: unable to open CUSTGROUP child file"
               goback returning 1
           end-if
           open input cust
           if not wk-cust-ok-status
               display "custgexp: unable to open customers master"
               close group-file
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custgexp: unable to open custgexp-report.txt"
               close group-file cust
               goback returning 1
           end-if
           move wk-today-iso to ttl-date
           write report-rec from wk-title-line

           perform start-group
           set wk-group-ok-status to true
           perform until not wk-group-ok-status
               read group-file next record
               if not wk-group-eof-status
                   if grp-group-id not = wk-cur-group-id
                       perform flush-group
                       perform start-group
                       move grp-group-id to wk-cur-group-id
                   end-if
                   perform roll-up-member
               end-if
           end-perform
           perform flush-group

           close cust
           close group-file
           perform write-summary-lines
           close report-file

           display "custgexp: " wk-group-count " group(s), "
               wk-member-count " member(s), " wk-orphan-count
               " not on the master"
           goback returning 0.

      *> one bucket's edge as of today, relabelled when the
      *> parameter file sets it.
       read-bucket-edge section.
           move wk-bucket-idx to wk-parm-bucket
           move wk-bucket-floor(wk-bucket-idx) to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           if wk-parm-in-force
               if wk-parm-value > 9999
                   set wk-edges-bad to true
                   exit section
               end-if
               move wk-parm-value to wk-bucket-floor(wk-bucket-idx)
               move wk-bucket-floor(wk-bucket-idx) to wk-edge-edit
               move 0 to wk-edge-lead
               inspect wk-edge-edit tallying wk-edge-lead
                   for leading spaces
               move spaces to wk-bucket-name(wk-bucket-idx)
               if wk-bucket-idx = 5
                   string wk-edge-edit(wk-edge-lead + 1:) "+ days"
                       delimited by size
                       into wk-bucket-name(wk-bucket-idx)
                   end-string
               else
                   string wk-edge-edit(wk-edge-lead + 1:) " days"
                       delimited by size
                       into wk-bucket-name(wk-bucket-idx)
                   end-string
               end-if
           end-if
           if wk-bucket-floor(wk-bucket-idx)
                   not > wk-bucket-floor(wk-bucket-idx - 1)
               set wk-edges-bad to true
           end-if
           exit section
           .

       start-group section.
           move 0 to wk-grp-members
           move 0 to wk-grp-balance
           move 0 to wk-grp-worst
           move 0 to wk-mbr-count
           set wk-grp-has-open to false
           set wk-grp-has-dormant to false
           exit section
           .

      *> one member: its master row gives the status, the balance
      *> (converted to base for the group total) and the bucket.
       roll-up-member section.
           add 1 to wk-grp-members
           add 1 to wk-member-count
           move grp-customer-id to mln-customer-id
           move grp-rel-type to mln-rel-type
           move spaces to mln-sname mln-status mln-currency
           move 0 to mln-balance
           move grp-customer-id to customer-id
           read cust
               invalid key
                   add 1 to wk-orphan-count
                   move "NOT ON MASTER" to mln-bucket
                   perform hold-member-line
                   exit section
           end-read
           move customer-sname to mln-sname
           move "NAME" to wk-pii-field
           move mln-sname to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to mln-sname
           move customer-acct-status to mln-status
           if customer-acct-open
               set wk-grp-has-open to true
           end-if
           if customer-acct-dormant
               set wk-grp-has-dormant to true
           end-if

           move customer-id to wk-fx-customer-id
           call "FXRATE-CUSTOMER-CCY" using
               by reference wk-fx-customer-id
               by reference wk-fx-currency
           end-call
           move wk-fx-currency to mln-currency
           move 0 to wk-fx-amount
           if customer-balance numeric
               move customer-balance to wk-fx-amount
           end-if
           move wk-fx-amount to mln-balance
           move "BALANCE" to wk-pii-field
           move mln-balance to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to mln-balance(1:13)
           call "FXRATE-CONVERT" using
               by reference wk-fx-currency
               by reference wk-today-iso
               by reference wk-fx-amount
               by reference wk-fx-base
               by reference wk-fx-found
           end-call
           if wk-fx-rate-found
               add wk-fx-base to wk-grp-balance
           else
               add 1 to wk-no-rate-count
           end-if

           move customer-last-act-dt to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid not equal "Y"
               add 1 to wk-unaged-count
               move "not aged" to mln-bucket
           else
               move 1 to wk-target-idx
               perform pick-aging-bucket
                   varying wk-bucket-idx from 2 by 1
                   until wk-bucket-idx > 5
               move wk-bucket-name(wk-target-idx) to mln-bucket
               if wk-target-idx > wk-grp-worst
                   move wk-target-idx to wk-grp-worst
               end-if
           end-if
           if not wk-fx-rate-found
               move "no FX rate" to mln-bucket
           end-if
           perform hold-member-line
           exit section
           .

       pick-aging-bucket section.
           if wk-diff-days >= wk-bucket-floor(wk-bucket-idx)
               move wk-bucket-idx to wk-target-idx
           end-if
           exit section
           .

      *> a group larger than the table still counts every member in
      *> its totals; only the member lines past the table are lost.
       hold-member-line section.
           if wk-mbr-count < 200
               add 1 to wk-mbr-count
               move wk-member-line to wk-mbr-text(wk-mbr-count)
           end-if
           exit section
           .

       flush-group section.
           if wk-grp-members = 0
               exit section
           end-if
           add 1 to wk-group-count
           move wk-cur-group-id to gln-group-id
           move wk-grp-members to gln-members
           move wk-grp-balance to gln-balance
           move "BALANCE" to wk-pii-field
           move gln-balance to wk-pii-text
           perform mask-pii-text
           move wk-pii-text to gln-balance(1:15)
           if wk-grp-worst = 0
               move "-" to gln-worst
           else
               move wk-bucket-name(wk-grp-worst) to gln-worst
           end-if
           evaluate true
               when wk-grp-has-open
                   move "ACTIVE" to gln-status
               when wk-grp-has-dormant
                   move "DORMANT" to gln-status
               when other
                   move "CLOSED" to gln-status
           end-evaluate
           write report-rec from wk-group-line
           perform write-member-line
               varying wk-mbr-idx from 1 by 1
               until wk-mbr-idx > wk-mbr-count
           exit section
           .

       write-member-line section.
           write report-rec from wk-mbr-text(wk-mbr-idx)
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
           move wk-group-count to rpt-group-count
           move wk-member-count to rpt-member-count
           move wk-orphan-count to rpt-orphan-count
           move wk-no-rate-count to rpt-no-rate-count
           move wk-unaged-count to rpt-unaged-count
           write report-rec from wk-report-line1
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           exit section
           .

       mask-pii-text section.
           call "piimask" using
               by reference wk-pii-field
               by reference wk-pii-text
           end-call
           exit section
           .

       end program custgexp.
