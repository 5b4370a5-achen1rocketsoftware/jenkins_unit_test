      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * BIZDATE is the one place a dated program asks what "today"
      * is, so a night that overruns midnight, or a rerun of
      * yesterday, still runs every step against the same date.
      *
      *   BIZDATE-TODAY  -> the processing date, yyyymmdd
      *   BIZDATE-GET    -> processing, previous and next dates,
      *                     and the night's state
      *   BIZDATE-NIGHT  night state -> recorded on the control
      *                     record (mfutseq marks its night)
      *
      * The dates live on business-date.dat, a one-row control
      * record bizroll maintains -
      *   processing 9(8), previous 9(8), next 9(8),
      *   night state x(8), rolled-by operator x(20),
      *   rolled-on date 9(8), rolled-on time 9(8)
      * space separated. The night state is READY when the date has
      * just been rolled, RUNNING while mfutseq runs the night,
      * COMPLETE once it finished with every step passed or not due,
      * and FAILED when a step failed, was skipped or the night was
      * aborted; bizroll only rolls a COMPLETE night forward.
      *
      * The record is read on the first call and held for the rest
      * of the run, so the date cannot move under a night in flight.
      * With no control record - or one whose processing date is not
      * a number - the processing date is the system clock's, which
      * is how every program stood before the record existed;
      * BIZDATE-GET then hands back zero previous and next dates and
      * a blank night state. Event timestamps - audit trails, lock
      * and log rows - stay on the clock: they record when something
      * happened, not which business day it belonged to.
      *****************************************************************
       identification division.
       program-id. bizdate.
       environment division.
       input-output section.
           file-control.
           select date-file assign to "business-date.dat"
           organization is line sequential
           file status is wk-date-status.
       data division.
       file section.
       fd date-file.
       01 date-rec.
           03 bdt-current         pic 9(08).
           03                     pic x(01).
           03 bdt-previous        pic 9(08).
           03                     pic x(01).
           03 bdt-next            pic 9(08).
           03                     pic x(01).
           03 bdt-night           pic x(08).
           03                     pic x(01).
           03 bdt-rolled-by       pic x(20).
           03                     pic x(01).
           03 bdt-rolled-date     pic 9(08).
           03                     pic x(01).
           03 bdt-rolled-time     pic 9(08).

       working-storage section.
       01 wk-date-status      pic xx.
           88 wk-date-ok-status     value "00".

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-date-loaded      value "Y" false "N".
       01 wk-found-sw         pic x(01) value "N".
           88 wk-date-found       value "Y" false "N".

       01 wk-current          pic 9(08).
       01 wk-previous         pic 9(08).
       01 wk-next             pic 9(08).
       01 wk-night            pic x(08).
       01 wk-date-line        pic x(74).

       linkage section.
       01 lk-bus-date         pic 9(08).
       01 lk-prev-date        pic 9(08).
       01 lk-next-date        pic 9(08).
       01 lk-night            pic x(08).

       procedure division.
       bizdate-main.
           goback.

       entry "BIZDATE-TODAY" using lk-bus-date.
           if not wk-date-loaded
               perform load-date-record
           end-if
           if wk-date-found
               move wk-current to lk-bus-date
           else
               accept lk-bus-date from date yyyymmdd
           end-if
           goback.

       entry "BIZDATE-GET" using lk-bus-date, lk-prev-date,
                                 lk-next-date, lk-night.
           if not wk-date-loaded
               perform load-date-record
           end-if
           if wk-date-found
               move wk-current to lk-bus-date
               move wk-previous to lk-prev-date
               move wk-next to lk-next-date
               move wk-night to lk-night
           else
               accept lk-bus-date from date yyyymmdd
               move 0 to lk-prev-date
               move 0 to lk-next-date
               move spaces to lk-night
           end-if
           goback.

      *> the state goes onto the record as it stands on file now,
      *> not as it was first read, so nothing else on it is undone.
       entry "BIZDATE-NIGHT" using lk-night.
           open input date-file
           if not wk-date-ok-status
               goback
           end-if
           read date-file into wk-date-line
           close date-file
           if not wk-date-ok-status
               goback
           end-if
           move wk-date-line to date-rec
           move lk-night to bdt-night
           move date-rec to wk-date-line
           open output date-file
           if not wk-date-ok-status
               display "bizdate: unable to rewrite business-date.dat"
               goback
           end-if
           write date-rec from wk-date-line
           close date-file
           if wk-date-loaded and wk-date-found
               move lk-night to wk-night
           end-if
           goback.

       load-date-record section.
           set wk-date-loaded to true
           open input date-file
           if not wk-date-ok-status
               exit section
           end-if
           read date-file
           if wk-date-ok-status
               and bdt-current numeric
               and bdt-current > 0
               set wk-date-found to true
               move bdt-current to wk-current
               move bdt-previous to wk-previous
               move bdt-next to wk-next
               move bdt-night to wk-night
           end-if
           close date-file
           exit section
           .

       end program bizdate.
