      *                            the remaining-work projection
      *   SLAMON_TAIL_MINUTES      allowance for the steps that run
      *                            after the scan (default 0)
      *   MFUT_SERVER_ZONE         the batch server's time zone, as
      *                            named on datechk's TZRULES file
      *                            (default UTC)
      *
      * The progress rows and the window end are read on the
      * server's clock, but the rate and the projection are worked
      * in UTC through datechk's zone entry points, so a scan that
      * runs across a daylight-saving changeover neither gains nor
      * loses an hour on its way to the deadline.
      *****************************************************************
       identification division.
       program-id. slamon.
       01 wk-result-time      pic x(08).
       01 wk-deadline-date    pic x(10).
       01 wk-deadline-time    pic x(08).
       01 wk-server-zone      pic x(10) value "UTC".
       01 wk-server-zone-cfg  pic x(10).
       01 wk-utc-zone         pic x(10) value "UTC".
       01 wk-conv-date        pic x(10).
       01 wk-conv-time        pic x(08).
       01 wk-conv-out-date    pic x(10).
       01 wk-conv-out-time    pic x(08).
       01 wk-conv-valid       pic x(01).
       01 wk-utc-date-a       pic x(10).
       01 wk-utc-time-a       pic x(08).
       01 wk-utc-date-b       pic x(10).
       01 wk-utc-time-b       pic x(08).
       01 wk-one-day          binary-long value 1.
       01 wk-ymd-in           pic 9(8).
       01 wk-iso-out.
           if wk-tail-cfg > 0
               move wk-tail-cfg to wk-tail-mins
           end-if
           accept wk-server-zone-cfg from environment
               "MFUT_SERVER_ZONE"
           if wk-server-zone-cfg not equal spaces
               move wk-server-zone-cfg to wk-server-zone
           end-if

           perform read-progress-log
           perform read-step-timings
      *> tail allowance covers the steps that run after the scan.
      *> All the clock arithmetic is datechk's shared entry points,
      *> so a scan straddling midnight projects onto the right day
      *> and is judged against the right morning's deadline; it is
      *> done on UTC, so a changeover night's extra or missing hour
      *> is not read as work done or time lost.
       project-completion section.
           move wk-first-date to wk-ymd-in
           perform ymd-to-iso
           perform hms-to-time
           move wk-hms-out to wk-time-b

           move wk-date-a to wk-conv-date
           move wk-time-a to wk-conv-time
           perform server-to-utc
           if wk-conv-valid not equal "Y"
               exit section
           end-if
           move wk-conv-out-date to wk-utc-date-a
           move wk-conv-out-time to wk-utc-time-a
           move wk-date-b to wk-conv-date
           move wk-time-b to wk-conv-time
           perform server-to-utc
           if wk-conv-valid not equal "Y"
               exit section
           end-if
           move wk-conv-out-date to wk-utc-date-b
           move wk-conv-out-time to wk-utc-time-b

           call "DATECHK-TIME-DIFF" using
               by reference wk-utc-date-a
               by reference wk-utc-time-a
               by reference wk-utc-date-b
               by reference wk-utc-time-b
               by reference wk-dc-locale
               by reference wk-diff-mins
               by reference wk-diff-valid
               / wk-done-records
           compute wk-add-mins = wk-remain-mins + wk-tail-mins
           call "DATECHK-ADD-MINUTES" using
               by reference wk-utc-date-b
               by reference wk-utc-time-b
               by reference wk-dc-locale
               by reference wk-add-mins
               by reference wk-result-date
               display "slamon: projection failed"
               exit section
           end-if
           move wk-result-date to wk-utc-date-b
           move wk-result-time to wk-utc-time-b
           call "DATECHK-TZ-CONVERT" using
               by reference wk-utc-date-b
               by reference wk-utc-time-b
               by reference wk-dc-locale
               by reference wk-utc-zone
               by reference wk-server-zone
               by reference wk-result-date
               by reference wk-result-time
               by reference wk-conv-valid
           end-call
           if wk-conv-valid not equal "Y"
               display "slamon: projection failed"
               exit section
           end-if
           compute wk-projected-hhmmss =
               function numval(wk-result-time(1:2)) * 10000
               + function numval(wk-result-time(4:2)) * 100
               wk-result-time

           perform build-deadline
           move wk-deadline-date to wk-conv-date
           move wk-deadline-time to wk-conv-time
           perform server-to-utc
           if wk-conv-valid not equal "Y"
               exit section
           end-if
           call "DATECHK-TIME-DIFF" using
               by reference wk-conv-out-date
               by reference wk-conv-out-time
               by reference wk-utc-date-b
               by reference wk-utc-time-b
               by reference wk-dc-locale
               by reference wk-diff-mins
               by reference wk-diff-valid
           exit section
           .

      *> a server-clock date and time to UTC; a server zone missing
      *> from the zone rules is reported and stops the projection.
       server-to-utc section.
           call "DATECHK-TZ-CONVERT" using
               by reference wk-conv-date
               by reference wk-conv-time
               by reference wk-dc-locale
               by reference wk-server-zone
               by reference wk-utc-zone
               by reference wk-conv-out-date
               by reference wk-conv-out-time
               by reference wk-conv-valid
           end-call
           if wk-conv-valid not equal "Y"
               display "slamon: cannot read " wk-conv-date " "
                   wk-conv-time " on the " wk-server-zone " clock"
           end-if
           exit section
           .

       ymd-to-iso section.
           move wk-ymd-in(1:4) to wk-iso-out-y
           move wk-ymd-in(5:2) to wk-iso-out-m
