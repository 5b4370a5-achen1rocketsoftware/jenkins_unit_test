      * CUSTLOAD_MAX_FEED_AGE_DAYS days (default 30). A feed with no
      * header row is the original bare format and still loads with
      * no header/trailer enforcement.
      *
      * A regional feed stamps its extract on its own local clock:
      * the header may carry the extract time (hh:mm:ss) and the
      * zone it was taken in straight after the source system, the
      * zone defaulting to CUSTLOAD_FEED_ZONE and then to the
      * server's own zone (MFUT_SERVER_ZONE, default UTC). The
      * extract moment is moved onto the server's clock through
      * datechk's zone entry points before the age limit is applied,
      * and the feed's age in minutes - worked in UTC, so a
      * daylight-saving changeover between extract and load does
      * not add or lose an hour - is reported. A time that is not
      * a time, or a zone missing from datechk's zone rules, refuses
      * the feed.
      *****************************************************************
       identification division.
       program-id. custload.
           03 feed-hdr-tag        pic x(03).
           03 feed-hdr-date       pic x(10).
           03 feed-hdr-source     pic x(10).
           03 feed-hdr-time       pic x(08).
           03 feed-hdr-zone       pic x(10).
           03 filler              pic x(24).
       01 feed-trl-rec.
           03 feed-trl-tag        pic x(03).
           03 feed-trl-count      pic 9(08).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).

      *> the header's extract moment placed on the server's clock,
      *> and its age worked on UTC through datechk's zone entries.
       01 wk-extract-time-sw  pic x value "N".
           88 wk-extract-timed    value "Y" false "N".
       01 wk-server-zone      pic x(10) value "UTC".
       01 wk-server-zone-cfg  pic x(10).
       01 wk-feed-zone        pic x(10).
       01 wk-feed-zone-cfg    pic x(10).
       01 wk-utc-zone         pic x(10) value "UTC".
       01 wk-tz-valid         pic x(01).
       01 wk-srv-extract-date pic x(10).
       01 wk-srv-extract-time pic x(08).
       01 wk-utc-extract-date pic x(10).
       01 wk-utc-extract-time pic x(08).
       01 wk-now-ymd          pic 9(8).
       01 wk-now-hms          pic 9(8).
       01 wk-now-date.
           03 wk-now-date-y   pic x(4).
           03                 pic x value "-".
           03 wk-now-date-m   pic x(2).
           03                 pic x value "-".
           03 wk-now-date-d   pic x(2).
       01 wk-now-time.
           03 wk-now-time-h   pic x(2).
           03                 pic x value ":".
           03 wk-now-time-m   pic x(2).
           03                 pic x value ":".
           03 wk-now-time-s   pic x(2).
       01 wk-utc-now-date     pic x(10).
       01 wk-utc-now-time     pic x(08).
       01 wk-feed-age-mins    binary-long value 0.
       01 wk-feed-age-d       pic -(6)9.

       01 wk-reject-reason    pic x(60).
       01 wk-reject-line.
           03 rej-customer-image  pic x(65).
       01 wk-report-line3.
           03                  pic x(20) value "Records rejected   :".
           03 rpt-reject-count pic zzzz9.
       01 wk-report-line4.
           03                  pic x(20) value "Feed age (minutes) :".
           03 rpt-feed-age     pic -(6)9.

       procedure division.
       custload-main.
           .

      *> validates the header's extract date through datechk and
      *> refuses a feed whose date is garbage or too old to trust;
      *> a timed header is judged on the server's date, not its own.
       check-feed-header section.
           move feed-hdr-date to wk-feed-date
           move feed-hdr-source to wk-feed-source
               exit section
           end-if
           move dc-days-since-jan-1-1900 to wk-hdr-days
           if feed-hdr-time not equal spaces
               perform place-feed-extract
               if not wk-extract-timed
                   exit section
               end-if
           end-if

           accept wk-max-age-cfg from environment
               "CUSTLOAD_MAX_FEED_AGE_DAYS"
               move wk-max-age-cfg to wk-max-age-days
           end-if

           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           exit section
           .

      *> the header's extract time, on the feed's own zone, moved
      *> onto the server's clock for the age limit and onto UTC for
      *> the age in minutes.
       place-feed-extract section.
           call "DATECHK-VALIDATE-TIME" using
               by reference feed-hdr-time
               by reference wk-tz-valid
           end-call
           if wk-tz-valid not equal "Y"
               display "custload: feed header time is not a valid "
                   "hh:mm:ss time: " feed-hdr-time
               add 1 to wk-feed-fail-count
               exit section
           end-if
           accept wk-server-zone-cfg from environment
               "MFUT_SERVER_ZONE"
           if wk-server-zone-cfg not equal spaces
               move wk-server-zone-cfg to wk-server-zone
           end-if
           accept wk-feed-zone-cfg from environment
               "CUSTLOAD_FEED_ZONE"
           evaluate true
               when feed-hdr-zone not equal spaces
                   move feed-hdr-zone to wk-feed-zone
               when wk-feed-zone-cfg not equal spaces
                   move wk-feed-zone-cfg to wk-feed-zone
               when other
                   move wk-server-zone to wk-feed-zone
           end-evaluate

           call "DATECHK-TZ-CONVERT" using
               by reference feed-hdr-date
               by reference feed-hdr-time
               by reference wk-dc-locale
               by reference wk-feed-zone
               by reference wk-server-zone
               by reference wk-srv-extract-date
               by reference wk-srv-extract-time
               by reference wk-tz-valid
           end-call
           if wk-tz-valid equal "Y"
               call "DATECHK-TZ-CONVERT" using
                   by reference feed-hdr-date
                   by reference feed-hdr-time
                   by reference wk-dc-locale
                   by reference wk-feed-zone
                   by reference wk-utc-zone
                   by reference wk-utc-extract-date
                   by reference wk-utc-extract-time
                   by reference wk-tz-valid
               end-call
           end-if
           if wk-tz-valid not equal "Y"
               display "custload: feed zone "
                   function trim(wk-feed-zone) " or server zone "
                   function trim(wk-server-zone)
                   " is not on the zone rules"
               add 1 to wk-feed-fail-count
               exit section
           end-if

           move wk-srv-extract-date to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           move dc-days-since-jan-1-1900 to wk-hdr-days

           accept wk-now-ymd from date yyyymmdd
           accept wk-now-hms from time
           move wk-now-ymd(1:4) to wk-now-date-y
           move wk-now-ymd(5:2) to wk-now-date-m
           move wk-now-ymd(7:2) to wk-now-date-d
           move wk-now-hms(1:2) to wk-now-time-h
           move wk-now-hms(3:2) to wk-now-time-m
           move wk-now-hms(5:2) to wk-now-time-s
           call "DATECHK-TZ-CONVERT" using
               by reference wk-now-date
               by reference wk-now-time
               by reference wk-dc-locale
               by reference wk-server-zone
               by reference wk-utc-zone
               by reference wk-utc-now-date
               by reference wk-utc-now-time
               by reference wk-tz-valid
           end-call
           call "DATECHK-TIME-DIFF" using
               by reference wk-utc-extract-date
               by reference wk-utc-extract-time
               by reference wk-utc-now-date
               by reference wk-utc-now-time
               by reference wk-dc-locale
               by reference wk-feed-age-mins
               by reference wk-tz-valid
           end-call
           set wk-extract-timed to true
           move wk-feed-age-mins to wk-feed-age-d
           display "custload: feed extracted " feed-hdr-date " "
               feed-hdr-time " " function trim(wk-feed-zone) " = "
               wk-srv-extract-date " " wk-srv-extract-time " "
               function trim(wk-server-zone) ", "
               function trim(wk-feed-age-d) " minute(s) ago"
           exit section
           .

      *> a headered feed must end with a trailer whose record count
      *> and customer-id hash total match what was actually read; a
      *> mismatch means a truncated or doctored transmission and the
               write report-rec from wk-report-line1
               write report-rec from wk-report-line2
               write report-rec from wk-report-line3
               if wk-extract-timed
                   move wk-feed-age-mins to rpt-feed-age
                   write report-rec from wk-report-line4
               end-if
               close report-file
           end-if
           exit section
