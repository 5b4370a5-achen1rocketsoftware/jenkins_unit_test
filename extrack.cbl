      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * EXTRACK is the delivery half of extrgen: extrgen records what
      * it sent each subscriber on extrgen-sent.dat, and each
      * subscriber returns what it received and loaded on its own
      * acknowledgment file, extack-<subscriber>.dat, one row per
      * extract loaded -
      *   extract date x(10) (yyyy-mm-dd, as on the extract's HDR),
      *   record count 9(8), hash total 9(10)
      * space separated. This matches the two and writes
      * delivery-status.txt, one row per subscriber per extract
      * date, against the latest send of that extract (a resend
      * supersedes the nightly cut):
      *   ACKED    - acknowledged with the count and hash we sent
      *   MISMATCH - acknowledged with different totals (theirs are
      *              shown beside ours)
      *   PENDING  - not acknowledged yet, still inside the deadline
      *   OVERDUE  - not acknowledged more than EXTRACK_ACK_DAYS
      *              days (default 2; the business parameter of the
      *              same name wins) after it was sent
      *   NOSEND   - an acknowledgment for an extract date we have
      *              no record of sending
      * Anything MISMATCH, OVERDUE or NOSEND fails the run, so the
      * night surfaces it; an ACKED row is the proof a subscriber
      * did receive and load the file.
      *****************************************************************
       identification division.
       program-id. extrack.
       environment division.
       input-output section.
           file-control.
           select sent-file assign to "extrgen-sent.dat"
           organization is line sequential
           file status is wk-sent-status.

           select ack-file assign to wk-ack-filename
           organization is line sequential
           file status is wk-ack-status.

           select status-file assign to "delivery-status.txt"
           organization is line sequential
           file status is wk-status-status.
       data division.
       file section.
       fd sent-file.
       01 sent-rec.
           03 snt-subscriber      pic x(10).
           03                     pic x(01).
           03 snt-extract-date    pic 9(08).
           03                     pic x(01).
           03 snt-count           pic 9(08).
           03                     pic x(01).
           03 snt-hash            pic 9(10).
           03                     pic x(01).
           03 snt-sent-date       pic 9(08).
           03                     pic x(01).
           03 snt-sent-time       pic 9(08).
           03                     pic x(01).
           03 snt-kind            pic x(06).
           03 filler              pic x(16).

       fd ack-file.
       01 ack-rec.
           03 ack-extract-date.
               05 ack-date-y      pic x(04).
               05                 pic x(01).
               05 ack-date-m      pic x(02).
               05                 pic x(01).
               05 ack-date-d      pic x(02).
           03                     pic x(01).
           03 ack-count           pic 9(08).
           03                     pic x(01).
           03 ack-hash            pic 9(10).
           03 filler              pic x(50).

       fd status-file.
       01 status-rec              pic x(100).

       working-storage section.
       01 wk-sent-status      pic xx.
           88 wk-sent-ok          value "00".
           88 wk-sent-eof         value "10".
       01 wk-ack-status       pic xx.
           88 wk-ack-ok           value "00".
           88 wk-ack-eof          value "10".
       01 wk-status-status    pic xx.
           88 wk-status-ok        value "00".

       01 wk-ack-filename     pic x(40).
       01 wk-ack-ymd          pic x(08).
       01 wk-ack-days-cfg     pic 9(03).
       01 wk-ack-days         binary-long value 2.
       01 wk-today            pic 9(08).
       01 wk-biz-today        pic 9(08).

       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".

      *> one slot per subscriber per extract date, carrying the
      *> latest send and the latest acknowledgment of it.
       01 wk-dlv-count        binary-long value 0.
       01 wk-dlv-tbl.
           03 wk-dlv-entry occurs 2000 times.
               05 wk-dv-subscriber pic x(10).
               05 wk-dv-date       pic 9(08).
               05 wk-dv-count      pic 9(08).
               05 wk-dv-hash       pic 9(10).
               05 wk-dv-sent-date  pic 9(08).
               05 wk-dv-kind       pic x(06).
               05 wk-dv-sends      binary-long.
               05 wk-dv-acked-sw   pic x(01).
                   88 wk-dv-acked      value "Y" false "N".
               05 wk-dv-ack-count  pic 9(08).
               05 wk-dv-ack-hash   pic 9(10).
       01 wk-dlv-idx          binary-long.
       01 wk-scan-idx         binary-long.
       01 wk-found-idx        binary-long.
       01 wk-key-subscriber   pic x(10).
       01 wk-key-date         pic 9(08).
       01 wk-first-seen-sw    pic x(01).
           88 wk-first-seen       value "Y" false "N".

       01 wk-acked-count      binary-long value 0.
       01 wk-pending-count    binary-long value 0.
       01 wk-overdue-count    binary-long value 0.
       01 wk-mismatch-count   binary-long value 0.
       01 wk-nosend-count     binary-long value 0.

      *> sent date/today handed to datechk for the deadline.
       01 wk-dc-date-a        pic x(10).
       01 wk-dc-date-b        pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

       01 wk-status-line.
           03 dsl-subscriber      pic x(10).
           03                     pic x(01) value spaces.
           03 dsl-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 dsl-state           pic x(08).
           03                     pic x(01) value spaces.
           03 dsl-count           pic 9(08).
           03                     pic x(01) value spaces.
           03 dsl-hash            pic 9(10).
           03                     pic x(06) value " sent ".
           03 dsl-sent-date       pic 9(08).
           03                     pic x(01) value spaces.
           03 dsl-kind            pic x(06).
           03                     pic x(01) value spaces.
           03 dsl-theirs          pic x(07).
           03 dsl-ack-count       pic x(08).
           03                     pic x(01) value spaces.
           03 dsl-ack-hash        pic x(10).

       01 wk-header-line.
           03                     pic x(38) value
               "Subscriber Extract  Status   Count    ".
           03                     pic x(29) value
               "Hash            Sent on  Kind".

       procedure division.
       extrack-main.
           accept wk-today from date yyyymmdd
           call "BIZDATE-TODAY" using by reference wk-biz-today
           end-call
           accept wk-ack-days-cfg from environment "EXTRACK_ACK_DAYS"
           if wk-ack-days-cfg > 0
               move wk-ack-days-cfg to wk-ack-days
           end-if
           move wk-biz-today to wk-parm-date
           move "EXTRACK_ACK_DAYS" to wk-parm-name
           move wk-ack-days to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-ack-days
           if wk-parm-unreadable
               display "extrack: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           perform load-sent-register
           if wk-dlv-count = 0
               display "extrack: nothing on extrgen-sent.dat"
               goback returning 0
           end-if

           open output status-file
           if not wk-status-ok
               display "extrack: unable to open delivery-status.txt"
               goback returning 1
           end-if
           write status-rec from wk-header-line

           perform take-subscriber-acks
               varying wk-dlv-idx from 1 by 1
               until wk-dlv-idx > wk-dlv-count
           perform report-delivery
               varying wk-dlv-idx from 1 by 1
               until wk-dlv-idx > wk-dlv-count
           close status-file

           display "extrack: " wk-acked-count " acknowledged, "
               wk-pending-count " pending, "
               wk-overdue-count " overdue, "
               wk-mismatch-count " mismatched, "
               wk-nosend-count " not sent"
           if wk-overdue-count > 0
               or wk-mismatch-count > 0
               or wk-nosend-count > 0
               goback returning 1
           end-if
           goback returning 0.

      *> a later send of the same subscriber and extract date - a
      *> resend - supersedes the earlier one's totals.
       load-sent-register section.
           open input sent-file
           if not wk-sent-ok
               exit section
           end-if
           set wk-sent-ok to true
           perform until not wk-sent-ok
               read sent-file
               if not wk-sent-eof
                   and snt-subscriber not equal spaces
                   and snt-extract-date numeric
                   perform hold-sent-row
               end-if
           end-perform
           close sent-file
           exit section
           .

       hold-sent-row section.
           move snt-subscriber to wk-key-subscriber
           move snt-extract-date to wk-key-date
           perform find-delivery-slot
           if wk-found-idx = 0
               if wk-dlv-count >= 2000
                   exit section
               end-if
               add 1 to wk-dlv-count
               move wk-dlv-count to wk-found-idx
               move snt-subscriber to wk-dv-subscriber(wk-found-idx)
               move snt-extract-date to wk-dv-date(wk-found-idx)
               move 0 to wk-dv-sends(wk-found-idx)
               set wk-dv-acked(wk-found-idx) to false
           end-if
           move snt-count to wk-dv-count(wk-found-idx)
           move snt-hash to wk-dv-hash(wk-found-idx)
           move snt-sent-date to wk-dv-sent-date(wk-found-idx)
           move snt-kind to wk-dv-kind(wk-found-idx)
           add 1 to wk-dv-sends(wk-found-idx)
           exit section
           .

       find-delivery-slot section.
           move 0 to wk-found-idx
           perform match-delivery-slot
               varying wk-scan-idx from 1 by 1
               until wk-scan-idx > wk-dlv-count
                  or wk-found-idx > 0
           exit section
           .

       match-delivery-slot section.
           if wk-dv-subscriber(wk-scan-idx) equal wk-key-subscriber
               and wk-dv-date(wk-scan-idx) = wk-key-date
               move wk-scan-idx to wk-found-idx
           end-if
           exit section
           .

      *> each subscriber's acknowledgment file is read once, at its
      *> first slot on the table.
       take-subscriber-acks section.
           set wk-first-seen to true
           perform check-earlier-subscriber
               varying wk-scan-idx from 1 by 1
               until wk-scan-idx >= wk-dlv-idx
                  or not wk-first-seen
           if not wk-first-seen
               exit section
           end-if
           move wk-dv-subscriber(wk-dlv-idx) to wk-key-subscriber
           move spaces to wk-ack-filename
           string "extack-" function trim(wk-key-subscriber) ".dat"
               delimited by size into wk-ack-filename
           open input ack-file
           if not wk-ack-ok
               exit section
           end-if
           set wk-ack-ok to true
           perform until not wk-ack-ok
               read ack-file
               if not wk-ack-eof
                   perform match-ack-row
               end-if
           end-perform
           close ack-file
           exit section
           .

       check-earlier-subscriber section.
           if wk-dv-subscriber(wk-scan-idx)
                   equal wk-dv-subscriber(wk-dlv-idx)
               set wk-first-seen to false
           end-if
           exit section
           .

      *> the latest acknowledgment of an extract date is the one
      *> that stands; one for a date never sent is reported as is.
       match-ack-row section.
           move spaces to wk-ack-ymd
           string ack-date-y ack-date-m ack-date-d
               delimited by size into wk-ack-ymd
           if wk-ack-ymd not numeric
               or ack-count not numeric
               or ack-hash not numeric
               exit section
           end-if
           move wk-ack-ymd to wk-key-date
           perform find-delivery-slot
           if wk-found-idx > 0
               set wk-dv-acked(wk-found-idx) to true
               move ack-count to wk-dv-ack-count(wk-found-idx)
               move ack-hash to wk-dv-ack-hash(wk-found-idx)
               exit section
           end-if
           move wk-key-subscriber to dsl-subscriber
           move wk-key-date to dsl-date
           move "NOSEND" to dsl-state
           move 0 to dsl-count dsl-hash dsl-sent-date
           move spaces to dsl-kind
           move "theirs " to dsl-theirs
           move ack-count to dsl-ack-count
           move ack-hash to dsl-ack-hash
           write status-rec from wk-status-line
           add 1 to wk-nosend-count
           exit section
           .

       report-delivery section.
           move wk-dv-subscriber(wk-dlv-idx) to dsl-subscriber
           move wk-dv-date(wk-dlv-idx) to dsl-date
           move wk-dv-count(wk-dlv-idx) to dsl-count
           move wk-dv-hash(wk-dlv-idx) to dsl-hash
           move wk-dv-sent-date(wk-dlv-idx) to dsl-sent-date
           move wk-dv-kind(wk-dlv-idx) to dsl-kind
           move spaces to dsl-theirs dsl-ack-count dsl-ack-hash
           evaluate true
               when wk-dv-acked(wk-dlv-idx)
                   and wk-dv-ack-count(wk-dlv-idx)
                       = wk-dv-count(wk-dlv-idx)
                   and wk-dv-ack-hash(wk-dlv-idx)
                       = wk-dv-hash(wk-dlv-idx)
                   move "ACKED" to dsl-state
                   add 1 to wk-acked-count
               when wk-dv-acked(wk-dlv-idx)
                   move "MISMATCH" to dsl-state
                   move "theirs " to dsl-theirs
                   move wk-dv-ack-count(wk-dlv-idx) to dsl-ack-count
                   move wk-dv-ack-hash(wk-dlv-idx) to dsl-ack-hash
                   add 1 to wk-mismatch-count
               when other
                   perform check-ack-deadline
           end-evaluate
           write status-rec from wk-status-line
           exit section
           .

      *> the deadline runs from the latest send, by the clock the
      *> send itself was stamped with.
       check-ack-deadline section.
           move spaces to wk-dc-date-a wk-dc-date-b
           string wk-dv-sent-date(wk-dlv-idx)(1:4) "-"
               wk-dv-sent-date(wk-dlv-idx)(5:2) "-"
               wk-dv-sent-date(wk-dlv-idx)(7:2)
               delimited by size into wk-dc-date-a
           string wk-today(1:4) "-" wk-today(5:2) "-" wk-today(7:2)
               delimited by size into wk-dc-date-b
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-date-a
               by reference wk-dc-date-b
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid equal "Y"
               and wk-diff-days > wk-ack-days
               move "OVERDUE" to dsl-state
               add 1 to wk-overdue-count
           else
               move "PENDING" to dsl-state
               add 1 to wk-pending-count
           end-if
           exit section
           .

       end program extrack.
