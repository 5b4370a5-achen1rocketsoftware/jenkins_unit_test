      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * BIZROLL moves the shop's business processing date - the
      * business-date.dat control record the shared bizdate hands
      * every dated program - forward at end of day.
      *
      *   BIZROLL_ACTION  ROLL (the default), INIT, or SHOW
      *   BIZROLL_DATE    INIT: the processing date to start from,
      *                   yyyymmdd
      *
      * ROLL runs at end of day, once mfutseq has finished the night
      * (it is not a step inside it - the night is still RUNNING
      * until mfutseq's last step has ended). The processing date
      * becomes the previous date, the next date becomes the
      * processing date, and the new next date is the first business
      * day after it on datechk's calendar (DATECHK-NEXT-BUSDAY), so
      * weekends and holidays are stepped over. The roll is refused
      * unless the night for the date being rolled off finished:
      * mfutseq marks the record COMPLETE only when every step passed
      * or was not due, so a night that failed, was aborted or never
      * ran keeps its date until it has been rerun to the end. A
      * rolled date starts its own night READY.
      *
      * INIT puts the record on file the first time, or re-bases it
      * after a calendar problem: the given date must be a business
      * day, and the previous and next dates come from the calendar
      * either side of it. SHOW displays the record.
      *
      * ROLL and INIT are made by an operator the shared mfutauth
      * gate lets through (action UPDATE), and each appends a row -
      * timestamp, run id, operator, action, the processing date
      * before and after - to business-date-history.dat.
      *****************************************************************
       identification division.
       program-id. bizroll.
       environment division.
       input-output section.
           file-control.
           select date-file assign to "business-date.dat"
           organization is line sequential
           file status is wk-date-status.

           select history-file assign to "business-date-history.dat"
           organization is line sequential
           file status is wk-history-status.
       data division.
       file section.
       fd date-file.
       01 date-rec                pic x(74).

       fd history-file.
       01 history-rec.
           03 hst-date            pic 9(08).
           03                     pic x(01).
           03 hst-time            pic 9(08).
           03                     pic x(01).
           03 hst-run-id          pic x(20).
           03                     pic x(01).
           03 hst-operator        pic x(20).
           03                     pic x(01).
           03 hst-action          pic x(08).
           03                     pic x(01).
           03 hst-before          pic 9(08).
           03                     pic x(01).
           03 hst-after           pic 9(08).

       working-storage section.
       01 wk-date-status      pic xx.
           88 wk-date-ok-status     value "00".
       01 wk-history-status   pic xx.
           88 wk-history-ok-status  value "00".

       01 wk-action-cfg       pic x(08).
       01 wk-date-cfg         pic x(08).

      *> the control record, laid out as bizdate reads it.
       01 wk-date-line.
           03 bdt-current         pic 9(08).
           03                     pic x(01) value spaces.
           03 bdt-previous        pic 9(08).
           03                     pic x(01) value spaces.
           03 bdt-next            pic 9(08).
           03                     pic x(01) value spaces.
           03 bdt-night           pic x(08).
               88 bdt-night-complete  value "COMPLETE".
           03                     pic x(01) value spaces.
           03 bdt-rolled-by       pic x(20).
           03                     pic x(01) value spaces.
           03 bdt-rolled-date     pic 9(08).
           03                     pic x(01) value spaces.
           03 bdt-rolled-time     pic 9(08).
       01 wk-record-sw        pic x(01) value "N".
           88 wk-record-on-file   value "Y" false "N".
       01 wk-before-date      pic 9(08).

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-result-date   pic x(10).
       01 wk-dc-busday-flag   pic x(01).
       01 wk-calc-ymd         pic 9(08).

       01 wk-stamp-date       pic 9(08).
       01 wk-stamp-time       pic 9(08).
       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).

       01 wk-auth-program     pic x(30) value "bizroll".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       procedure division.
       bizroll-main.
           accept wk-action-cfg from environment "BIZROLL_ACTION"
           if wk-action-cfg equal spaces
               move "ROLL" to wk-action-cfg
           end-if
           if wk-action-cfg not equal "ROLL"
               and wk-action-cfg not equal "INIT"
               and wk-action-cfg not equal "SHOW"
               display "bizroll: BIZROLL_ACTION must be ROLL, INIT or "
                   "SHOW"
               goback returning 1
           end-if

           perform read-date-record
           if wk-action-cfg equal "SHOW"
               if not wk-record-on-file
                   display "bizroll: no business date on file"
                   goback returning 1
               end-if
               display "bizroll: processing " bdt-current
                   " previous " bdt-previous " next " bdt-next
                   " night " bdt-night
               goback returning 0
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           if wk-action-cfg equal "INIT"
               perform init-business-date
           else
               perform roll-business-date
           end-if
           goback returning return-code.

       read-date-record section.
           set wk-record-on-file to false
           open input date-file
           if not wk-date-ok-status
               exit section
           end-if
           read date-file into wk-date-line
           if wk-date-ok-status
               and bdt-current numeric
               and bdt-current > 0
               set wk-record-on-file to true
           end-if
           close date-file
           exit section
           .

      *> yesterday's night must have finished before today begins.
       roll-business-date section.
           move 0 to return-code
           if not wk-record-on-file
               display "bizroll: no business date on file - INIT "
                   "one first"
               move 1 to return-code
               exit section
           end-if
           if not bdt-night-complete
               display "bizroll: the night for " bdt-current
                   " has not finished (" bdt-night ") - date not "
                   "rolled"
               move 1 to return-code
               exit section
           end-if
           if bdt-next not numeric or bdt-next not > bdt-current
               display "bizroll: next date " bdt-next " on file "
                   "does not follow " bdt-current " - INIT the date"
               move 1 to return-code
               exit section
           end-if

           move bdt-current to wk-before-date
           move bdt-current to bdt-previous
           move bdt-next to bdt-current
           move bdt-current to wk-calc-ymd
           perform find-next-busday
           if wk-dc-result-date equal spaces
               display "bizroll: datechk has no business day after "
                   bdt-current " - date not rolled"
               move 1 to return-code
               exit section
           end-if
           perform store-date-record
           exit section
           .

      *> a fresh start: the date given, with its calendar neighbours.
       init-business-date section.
           move 0 to return-code
           accept wk-date-cfg from environment "BIZROLL_DATE"
           if wk-date-cfg not numeric
               display "bizroll: BIZROLL_DATE must be yyyymmdd"
               move 1 to return-code
               exit section
           end-if
           move wk-date-cfg to wk-calc-ymd
           perform build-calc-iso-date
           call "DATECHK-IS-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-busday-flag
           end-call
           if wk-dc-busday-flag not equal "Y"
               display "bizroll: BIZROLL_DATE " wk-date-cfg
                   " is not a business day on the calendar"
               move 1 to return-code
               exit section
           end-if

           if wk-record-on-file
               move bdt-current to wk-before-date
           else
               move 0 to wk-before-date
           end-if
           move wk-calc-ymd to bdt-current
           call "DATECHK-PREV-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-result-date
           end-call
           if wk-dc-result-date equal spaces
               move 0 to bdt-previous
           else
               move wk-dc-result-date(1:4) to bdt-previous(1:4)
               move wk-dc-result-date(6:2) to bdt-previous(5:2)
               move wk-dc-result-date(9:2) to bdt-previous(7:2)
           end-if
           perform find-next-busday
           if wk-dc-result-date equal spaces
               display "bizroll: datechk has no business day after "
                   bdt-current " - date not set"
               move 1 to return-code
               exit section
           end-if
           perform store-date-record
           exit section
           .

      *> bdt-next from the business day after wk-calc-ymd.
       find-next-busday section.
           perform build-calc-iso-date
           call "DATECHK-NEXT-BUSDAY" using
               by reference wk-dc-input-date
               by reference wk-dc-locale
               by reference wk-dc-result-date
           end-call
           if wk-dc-result-date not equal spaces
               move wk-dc-result-date(1:4) to bdt-next(1:4)
               move wk-dc-result-date(6:2) to bdt-next(5:2)
               move wk-dc-result-date(9:2) to bdt-next(7:2)
           end-if
           exit section
           .

       build-calc-iso-date section.
           move spaces to wk-dc-input-date
           string wk-calc-ymd(1:4) "-" wk-calc-ymd(5:2) "-"
               wk-calc-ymd(7:2) delimited by size
               into wk-dc-input-date
           end-string
           exit section
           .

       store-date-record section.
           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move "READY" to bdt-night
           move wk-auth-operator to bdt-rolled-by
           move wk-stamp-date to bdt-rolled-date
           move wk-stamp-time to bdt-rolled-time
           open output date-file
           if not wk-date-ok-status
               display "bizroll: unable to write business-date.dat"
               move 1 to return-code
               exit section
           end-if
           write date-rec from wk-date-line
           close date-file
           perform write-history-row
           display "bizroll: processing date " bdt-current
               " (previous " bdt-previous ", next " bdt-next ") set by "
               wk-auth-operator
           exit section
           .

      *> appended open/close per row the way custlmnt appends its
      *> limit trail.
       write-history-row section.
           perform resolve-run-id
           move spaces to history-rec
           move wk-stamp-date to hst-date
           move wk-stamp-time to hst-time
           move wk-run-id to hst-run-id
           move wk-auth-operator to hst-operator
           move wk-action-cfg to hst-action
           move wk-before-date to hst-before
           move bdt-current to hst-after
           open extend history-file
           if not wk-history-ok-status
               open output history-file
           end-if
           if wk-history-ok-status
               write history-rec
               close history-file
           else
               display "bizroll: unable to open "
                   "business-date-history.dat"
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

       end program bizroll.
