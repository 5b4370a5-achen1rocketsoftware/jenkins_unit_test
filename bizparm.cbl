      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * BIZPARM is the one place the batch programs ask what a
      * business rule - an approval limit, a rate, a day count, a
      * threshold - was set to on a given date, so the value in
      * force on any night is a file lookup instead of whatever the
      * job's environment happened to carry.
      *
      *   BIZPARM-GET  parameter name, yyyymmdd date -> value,
      *                found ("Y"/"N"/"E")
      *
      * The values live on business-parameters.dat, the effective-
      * dated file bizpmnt maintains -
      *   name x(30), value 9(9)v99, effective-from 9(8),
      *   set-by operator x(20), set-on date 9(8), set-on time 9(8)
      * space separated, one row per change, never rewritten - and
      * are loaded on the first lookup. A lookup takes the row for
      * the name with the latest effective-from on or before the
      * date asked for; two rows effective the same day resolve to
      * the later one on the file. A name with no row in force comes
      * back "N" and leaves the value as the caller passed it, so the
      * caller's own default - its environment setting, or the value
      * compiled into it - still stands, which is how every rule
      * stood before the file existed. A row whose value or dates
      * are not numeric is not trusted and never matches.
      *
      * The file is held whole, 2000 rows. A file longer than that
      * cannot be trusted to give the value in force - the row that
      * would have won may be one not held - so once it has
      * overflowed every lookup comes back "E", value untouched, and
      * the caller refuses its run rather than work to a default.
      *****************************************************************
       identification division.
       program-id. bizparm.
       environment division.
       input-output section.
           file-control.
           select parm-file assign to "business-parameters.dat"
           organization is line sequential
           file status is wk-parm-status.
       data division.
       file section.
       fd parm-file.
       01 parm-rec.
           03 bpm-name            pic x(30).
           03                     pic x(01).
           03 bpm-value           pic 9(09)v99.
           03                     pic x(01).
           03 bpm-from            pic 9(08).
           03                     pic x(01).
           03 bpm-set-by          pic x(20).
           03                     pic x(01).
           03 bpm-set-date        pic 9(08).
           03                     pic x(01).
           03 bpm-set-time        pic 9(08).

       working-storage section.
       01 wk-parm-status      pic xx.
           88 wk-parm-ok-status     value "00".
           88 wk-parm-eof-status    value "10".

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-parms-loaded     value "Y" false "N".
       01 wk-prm-full-sw      pic x(01) value "N".
           88 wk-prm-overflow     value "Y" false "N".

      *> every usable row, in file order.
       78 wk-prm-slots        value 2000.
       01 wk-prm-count        binary-long value 0.
       01 wk-prm-tbl.
           03 wk-prm-entry occurs 2000 times.
               05 wk-prm-name     pic x(30).
               05 wk-prm-value    pic 9(09)v99.
               05 wk-prm-from     pic 9(08).
       01 wk-prm-idx          binary-long.
       01 wk-best-idx         binary-long.
       01 wk-best-from        pic 9(08).

       linkage section.
       01 lk-parm-name        pic x(30).
       01 lk-parm-date        pic 9(08).
       01 lk-parm-value       pic 9(09)v99.
       01 lk-parm-found       pic x(01).

       procedure division.
       bizparm-main.
           goback.

       entry "BIZPARM-GET" using lk-parm-name, lk-parm-date,
                                 lk-parm-value, lk-parm-found.
           move "N" to lk-parm-found
           if not wk-parms-loaded
               perform load-parameter-file
           end-if
           if wk-prm-overflow
               move "E" to lk-parm-found
               goback
           end-if
           move 0 to wk-best-idx
           move 0 to wk-best-from
           perform match-parameter-row
               varying wk-prm-idx from 1 by 1
               until wk-prm-idx > wk-prm-count
           if wk-best-idx > 0
               move wk-prm-value(wk-best-idx) to lk-parm-value
               move "Y" to lk-parm-found
           end-if
           goback.

       match-parameter-row section.
           if wk-prm-name(wk-prm-idx) equal lk-parm-name
               and wk-prm-from(wk-prm-idx) not > lk-parm-date
               and wk-prm-from(wk-prm-idx) not < wk-best-from
               move wk-prm-idx to wk-best-idx
               move wk-prm-from(wk-prm-idx) to wk-best-from
           end-if
           exit section
           .

       load-parameter-file section.
           set wk-parms-loaded to true
           open input parm-file
           if not wk-parm-ok-status
               exit section
           end-if
           set wk-parm-ok-status to true
           perform until not wk-parm-ok-status
               read parm-file
               if not wk-parm-eof-status
                   if bpm-name not equal spaces
                       and bpm-value numeric
                       and bpm-from numeric
                       if wk-prm-count < wk-prm-slots
                           add 1 to wk-prm-count
                           move bpm-name to wk-prm-name(wk-prm-count)
                           move bpm-value
                               to wk-prm-value(wk-prm-count)
                           move bpm-from to wk-prm-from(wk-prm-count)
                       else
                           set wk-prm-overflow to true
                       end-if
                   end-if
               end-if
           end-perform
           close parm-file
           if wk-prm-overflow
               display "bizparm: business-parameters.dat holds more "
                   "than " wk-prm-slots " rows - no value can be "
                   "trusted, every lookup answers E"
           end-if
           exit section
           .

       end program bizparm.
