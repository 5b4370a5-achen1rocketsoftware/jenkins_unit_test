      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTRISK adds up what the night already knows about a risky
      * customer, spread today over five separate outputs, into one
      * composite grade per customer-id. Each signal scores once:
      *   A  20  an open account's balance in custage's 180+ day
      *          bucket; 10 in the 90-day bucket, or when the
      *          activity date cannot be aged at all (the edges
      *          come from CUSTAGE_BUCKET4_DAYS and _BUCKET5_DAYS
      *          on bizparm when set, as custage takes them)
      *   O  25  a balance-swing exception on ovrdrft-report.txt
      *   S  20  a row on custchka's custchka-suspense.dat
      *   D  15  a member line in one of custfuzz-report.txt's
      *          duplicate clusters
      *   R  15  CUSTRISK_REJECT_MIN (default 2) or more of the
      *          customer's rows in custpost-rejects.txt
      * and the total grades the customer:
      *   H  (high)    40 and over
      *   M  (medium)  20 to 39
      *   L  (low)     under 20
      *
      * The risk grade child file (the CUSTRISK DD, laid out by
      * customer-risk.cpy) is rebuilt whole every run with one row
      * for every customer on the master, the reasons that
      * contributed carried on it. A source file that is not there
      * simply contributes nothing.
      *
      * cust360 shows the grade; custmnt sends every balance change
      * on a high-grade customer through custappr's dual-control
      * path, whatever its size. custrisk-report.txt carries the
      * grade counts and lists the high-grade customers.
      *****************************************************************
       identification division.
       program-id. custrisk.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select risk-file assign external custrisk
           organization is indexed
           access mode is sequential
           record key is rsk-customer-id
           file status is wk-risk-status.

           select swing-file assign to "ovrdrft-report.txt"
           organization is line sequential
           file status is wk-swing-status.

           select suspense-file assign to "custchka-suspense.dat"
           organization is line sequential
           file status is wk-suspense-status.

           select fuzz-file assign to "custfuzz-report.txt"
           organization is line sequential
           file status is wk-fuzz-status.

           select reject-file assign to "custpost-rejects.txt"
           organization is line sequential
           file status is wk-reject-status.

           select report-file assign to "custrisk-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd risk-file.
       01 risk-rec.
           copy "customer-risk.cpy".

       fd swing-file.
       01 swing-rec.
           03 swg-customer-id     pic x(05).
           03 swg-gap             pic x(01).
           03                     pic x(74).

       fd suspense-file.
       01 suspense-rec.
           03 sus-reasons         pic x(04).
           03                     pic x(01).
           03 sus-customer-id     pic x(05).
           03                     pic x(60).

       fd fuzz-file.
       01 fuzz-rec.
           03 fuz-indent          pic x(02).
           03 fuz-customer-id     pic x(05).
           03 fuz-gap             pic x(01).
           03                     pic x(72).

       fd reject-file.
       01 reject-rec.
           03 rej-customer-id     pic x(05).
           03                     pic x(90).

       fd report-file.
       01 report-rec              pic x(60).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-risk-status      pic xx.
           88 wk-risk-ok-status     value "00".
       01 wk-swing-status     pic xx.
           88 wk-swing-ok-status    value "00".
           88 wk-swing-eof-status   value "10".
       01 wk-suspense-status  pic xx.
           88 wk-suspense-ok-status value "00".
           88 wk-suspense-eof-status value "10".
       01 wk-fuzz-status      pic xx.
           88 wk-fuzz-ok-status     value "00".
           88 wk-fuzz-eof-status    value "10".
       01 wk-reject-status    pic xx.
           88 wk-reject-ok-status   value "00".
           88 wk-reject-eof-status  value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> the signals gathered from the other runs' outputs, addressed
      *> by customer-id.
       01 wk-signal-tbl.
           03 wk-signal-entry occurs 99999 times.
               05 wk-sig-swing     pic x(01).
               05 wk-sig-suspense  pic x(01).
               05 wk-sig-duplicate pic x(01).
               05 wk-sig-rejects   binary-long.
       01 wk-signal-id        pic 9(05).

       01 wk-reject-min-cfg   pic 9(03).
       01 wk-reject-min       pic 9(03) value 2.

      *> custage's bucket floors, read from bizparm as custage reads
      *> them; the two oldest buckets (90 days and 180+ days unless
      *> set there) are the ones that score.
       01 wk-bucket-floor-tbl.
           03 filler pic 9(04) value 0000.
           03 filler pic 9(04) value 0030.
           03 filler pic 9(04) value 0060.
           03 filler pic 9(04) value 0090.
           03 filler pic 9(04) value 0180.
       01 wk-bucket-floor-rdf redefines wk-bucket-floor-tbl.
           03 wk-bucket-floor pic 9(04) occurs 5 times.
       01 wk-bucket-idx       binary-long.
       01 wk-edges-bad-sw     pic x(01) value "N".
           88 wk-edges-bad        value "Y" false "N".
       01 wk-parm-name.
           03                 pic x(14) value "CUSTAGE_BUCKET".
           03 wk-parm-bucket  pic 9(01).
           03                 pic x(15) value "_DAYS".
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-in-force    value "Y".
           88 wk-parm-unreadable  value "E".
       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-score            pic 9(03).

       01 wk-graded-count     binary-long value 0.
       01 wk-high-count       binary-long value 0.
       01 wk-medium-count     binary-long value 0.
       01 wk-low-count        binary-long value 0.
       01 wk-high-listed      binary-long value 0.

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

      *> high-grade customers are listed as they are graded, so the
      *> report is opened ahead of the master pass.
       01 wk-high-line.
           03                  pic x(20) value "High grade         :".
           03 hln-customer-id  pic 9(05).
           03                  pic x(07) value " score ".
           03 hln-score        pic zz9.
           03                  pic x(09) value " reasons ".
           03 hln-reasons      pic x(05).

       01 wk-report-line1.
           03                  pic x(20) value "Graded on          :".
           03 rpt-date         pic x(10).
       01 wk-report-line2.
           03                  pic x(20) value "Customers graded   :".
           03 rpt-graded-count pic zzzzzzz9.
       01 wk-report-line3.
           03                  pic x(20) value "Grade H (high)     :".
           03 rpt-high-count   pic zzzzzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Grade M (medium)   :".
           03 rpt-medium-count pic zzzzzzz9.
       01 wk-report-line5.
           03                  pic x(20) value "Grade L (low)      :".
           03 rpt-low-count    pic zzzzzzz9.

       procedure division.
       custrisk-main.
           perform build-today-iso-date
           perform read-bucket-edge
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           if wk-parm-unreadable
               display "custrisk: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           if wk-edges-bad
               display "custrisk: bucket edges must rise from one "
                   "bucket to the next - run refused"
               goback returning 1
           end-if
           accept wk-reject-min-cfg from environment
               "CUSTRISK_REJECT_MIN"
           if wk-reject-min-cfg > 0
               move wk-reject-min-cfg to wk-reject-min
           end-if

           initialize wk-signal-tbl
           perform load-swing-signals
           perform load-suspense-signals
           perform load-duplicate-signals
           perform load-reject-signals

           open input cust
           if not wk-cust-ok-status
               display "custrisk: unable to open customers master"
               goback returning 1
           end-if
           open output risk-file
           if not wk-risk-ok-status
               display "custrisk: unable to open CUSTRISK child file"
               close cust
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custrisk: unable to open custrisk-report.txt"
               close cust risk-file
               goback returning 1
           end-if

           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   perform grade-one-customer
               end-if
           end-perform
           close risk-file
           close cust

           perform write-summary-report
           display "custrisk: " wk-graded-count " customer(s) graded, "
               wk-high-count " high"
           goback returning 0.

      *> one bucket's floor as of today.
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
           end-if
           if wk-bucket-floor(wk-bucket-idx)
                   not > wk-bucket-floor(wk-bucket-idx - 1)
               set wk-edges-bad to true
           end-if
           exit section
           .

      *> ovrdrft's exception lines are the ones that open with the
      *> customer-id; its headings and totals do not.
       load-swing-signals section.
           open input swing-file
           if not wk-swing-ok-status
               exit section
           end-if
           set wk-swing-ok-status to true
           perform until not wk-swing-ok-status
               read swing-file
               if not wk-swing-eof-status
                   if swg-customer-id numeric
                       and swg-gap equal space
                       move swg-customer-id to wk-signal-id
                       if wk-signal-id > 0
                           move "O" to wk-sig-swing(wk-signal-id)
                       end-if
                   end-if
               end-if
           end-perform
           close swing-file
           exit section
           .

       load-suspense-signals section.
           open input suspense-file
           if not wk-suspense-ok-status
               exit section
           end-if
           set wk-suspense-ok-status to true
           perform until not wk-suspense-ok-status
               read suspense-file
               if not wk-suspense-eof-status
                   if sus-customer-id numeric
                       and sus-reasons not equal spaces
                       move sus-customer-id to wk-signal-id
                       if wk-signal-id > 0
                           move "S" to wk-sig-suspense(wk-signal-id)
                       end-if
                   end-if
               end-if
           end-perform
           close suspense-file
           exit section
           .

      *> custfuzz indents its member lines under each cluster line.
       load-duplicate-signals section.
           open input fuzz-file
           if not wk-fuzz-ok-status
               exit section
           end-if
           set wk-fuzz-ok-status to true
           perform until not wk-fuzz-ok-status
               read fuzz-file
               if not wk-fuzz-eof-status
                   if fuz-indent equal spaces
                       and fuz-customer-id numeric
                       and fuz-gap equal space
                       move fuz-customer-id to wk-signal-id
                       if wk-signal-id > 0
                           move "D" to wk-sig-duplicate(wk-signal-id)
                       end-if
                   end-if
               end-if
           end-perform
           close fuzz-file
           exit section
           .

       load-reject-signals section.
           open input reject-file
           if not wk-reject-ok-status
               exit section
           end-if
           set wk-reject-ok-status to true
           perform until not wk-reject-ok-status
               read reject-file
               if not wk-reject-eof-status
                   if rej-customer-id numeric
                       move rej-customer-id to wk-signal-id
                       if wk-signal-id > 0
                           add 1 to wk-sig-rejects(wk-signal-id)
                       end-if
                   end-if
               end-if
           end-perform
           close reject-file
           exit section
           .

       grade-one-customer section.
           if customer-id = 0
               exit section
           end-if
           add 1 to wk-graded-count
           move spaces to risk-rec
           move customer-id to rsk-customer-id
           move wk-today-ymd to rsk-graded-date
           move 0 to wk-score
           perform score-balance-aging
           if wk-sig-swing(customer-id) equal "O"
               add 25 to wk-score
               move "O" to rsk-reason-swing
           end-if
           if wk-sig-suspense(customer-id) equal "S"
               add 20 to wk-score
               move "S" to rsk-reason-suspense
           end-if
           if wk-sig-duplicate(customer-id) equal "D"
               add 15 to wk-score
               move "D" to rsk-reason-duplicate
           end-if
           if wk-sig-rejects(customer-id) >= wk-reject-min
               add 15 to wk-score
               move "R" to rsk-reason-rejects
           end-if
           move wk-score to rsk-score
           evaluate true
               when wk-score >= 40
                   set rsk-grade-high to true
                   add 1 to wk-high-count
                   perform list-high-grade
               when wk-score >= 20
                   set rsk-grade-medium to true
                   add 1 to wk-medium-count
               when other
                   set rsk-grade-low to true
                   add 1 to wk-low-count
           end-evaluate
           write risk-rec
               invalid key
                   display "custrisk: grade for customer " customer-id
                       " could not be written"
           end-write
           exit section
           .

      *> the custage view of the account: only an open account with
      *> money on it is aged, against today's date.
       score-balance-aging section.
           if not customer-acct-open
               exit section
           end-if
           if customer-balance not numeric or customer-balance = 0
               exit section
           end-if
           move customer-last-act-dt to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           evaluate true
               when wk-diff-valid not equal "Y"
                   add 10 to wk-score
                   move "A" to rsk-reason-aging
               when wk-diff-days >= wk-bucket-floor(5)
                   add 20 to wk-score
                   move "A" to rsk-reason-aging
               when wk-diff-days >= wk-bucket-floor(4)
                   add 10 to wk-score
                   move "A" to rsk-reason-aging
           end-evaluate
           exit section
           .

       list-high-grade section.
           if wk-high-listed = 0
               move wk-today-iso to rpt-date
               write report-rec from wk-report-line1
           end-if
           add 1 to wk-high-listed
           move customer-id to hln-customer-id
           move wk-score to hln-score
           move rsk-reasons to hln-reasons
           write report-rec from wk-high-line
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

       write-summary-report section.
           if wk-high-listed = 0
               move wk-today-iso to rpt-date
               write report-rec from wk-report-line1
           end-if
           move wk-graded-count to rpt-graded-count
           move wk-high-count to rpt-high-count
           move wk-medium-count to rpt-medium-count
           move wk-low-count to rpt-low-count
           write report-rec from wk-report-line2
           write report-rec from wk-report-line3
           write report-rec from wk-report-line4
           write report-rec from wk-report-line5
           close report-file
           exit section
           .

       end program custrisk.
