      *   DATECHK-TIME-DIFF  two date + hh:mm:ss pairs in one locale
      *                      -> signed minute difference (second
      *                      minus first)
      *
      * Time zones live here too, so the regional feeds that stamp
      * their extracts in local time and the server-time logs can be
      * compared without going wrong by an hour either side of a
      * daylight-saving changeover. The zone rules come from the
      * TZRULES DD, one row per zone -
      *   zone name x(10), standard offset from UTC +hhmm/-hhmm,
      *   daylight saving in minutes 9(03) (000 for a zone that
      *   keeps standard time all year), then the start and the end
      *   of daylight saving, each as month 99, week 1-4 or "L" for
      *   the last, weekday 1-7 (1 = Monday), time hh:mm, and "U"
      *   when that time is UTC or "L" when it is the local clock
      *   time in force just before the change
      * space separated, e.g.
      *   LONDON     +0000 060 03 L 7 01:00 U 10 L 7 01:00 U
      *   NEWYORK    -0500 060 03 2 7 02:00 L 11 1 7 02:00 L
      * A zone whose start month falls after its end month is a
      * southern-hemisphere zone, saving over the turn of the year.
      * "UTC" needs no row; any other zone not on the file fails the
      * call the same way an invalid date does.
      *   DATECHK-TZ-CONVERT date, hh:mm:ss, locale, from-zone,
      *                      to-zone -> the same moment as a date and
      *                      hh:mm:ss on the other zone's clock
      *   DATECHK-TZ-OFFSET  date, hh:mm:ss, locale, zone, "U" when
      *                      the moment is UTC or "L" when it is that
      *                      zone's own clock -> minutes east of UTC
      *                      in force then, and "Y"/"N" for daylight
      *                      saving
      * A local clock time that happens twice when the clocks go
      * back is taken as the first of the two; one that never
      * happens when they go forward is taken as standard time.
      *****************************************************************
       identification division.
       program-id. datechk.
           select century-cfg-file assign external datechkcfg
           organization is line sequential
           file status is wk-century-status.
      *> the zone rules for the time-zone entry points, read once
      *> per run unit on the first zone call. No DD means only UTC
      *> is known.
           select tzrules-file assign external tzrules
           organization is line sequential
           file status is wk-tzrules-status.
       data division.
       file section.
       fd holcal-file.
           03                     pic x(01).
           03 fc-end              pic x(10).

       fd tzrules-file.
       01 tzrules-rec.
           03 tzr-zone            pic x(10).
           03                     pic x(01).
           03 tzr-std-sign        pic x(01).
           03 tzr-std-hh          pic 9(02).
           03 tzr-std-mm          pic 9(02).
           03                     pic x(01).
           03 tzr-save            pic 9(03).
      *> occurrence 1 is the start of daylight saving, 2 its end.
           03 tzr-rule occurs 2 times.
               05                 pic x(01).
               05 tzr-month       pic 9(02).
               05                 pic x(01).
               05 tzr-week        pic x(01).
               05                 pic x(01).
               05 tzr-dow         pic 9(01).
               05                 pic x(01).
               05 tzr-hh          pic 9(02).
               05 tzr-colon       pic x(01).
               05 tzr-mm          pic 9(02).
               05                 pic x(01).
               05 tzr-basis       pic x(01).

       working-storage section.
       78 wk-usa      value "U".
       78 wk-uk       value "E".
       01 wk-century-pivot      binary-long value 30.
       01 wk-yy-num             pic 99.

      *> the loaded zone rules, offsets and changeover times held
      *> in minutes; a week of 5 stands for "the last" in the month.
       01 wk-tzrules-status     pic xx.
           88 wk-tzrules-ok        value "00".
       01 wk-tz-loaded-sw       pic x value "N".
           88 wk-tz-loaded         value "Y" false "N".
       01 wk-tz-count           binary-long value 0.
       01 wk-tz-tbl.
           03 wk-tz-entry occurs 50 times.
               05 wk-tz-name         pic x(10).
               05 wk-tz-std-mins     binary-long.
               05 wk-tz-save-mins    binary-long.
               05 wk-tz-rule occurs 2 times.
                   07 wk-tz-rule-month  binary-long.
                   07 wk-tz-rule-week   binary-long.
                   07 wk-tz-rule-dow    binary-long.
                   07 wk-tz-rule-mins   binary-long.
                   07 wk-tz-rule-basis  pic x(01).
       01 wk-tz-idx             binary-long.
       01 wk-tz-rule-idx        binary-long.
       01 wk-tz-row-sw          pic x value "N".
           88 wk-tz-row-ok         value "Y" false "N".

      *> the zone a conversion is working in (entry 0 is UTC), its
      *> offsets, and that year's saving window as UTC minutes since
      *> 1st January 1900.
       01 wk-tz-probe-name      pic x(10).
       01 wk-tz-found-sw        pic x value "N".
           88 wk-tz-found          value "Y" false "N".
       01 wk-tz-zone-idx        binary-long.
       01 wk-tz-std             binary-long.
       01 wk-tz-save            binary-long.
       01 wk-tz-year            pic 9999.
       01 wk-tz-dst-start       binary-double.
       01 wk-tz-dst-end         binary-double.
       01 wk-tz-trans           binary-double.
       01 wk-tz-first-day       binary-long.
       01 wk-tz-first-dow       binary-long.
       01 wk-tz-last-dom        binary-long.
       01 wk-tz-last-dow        binary-long.
       01 wk-tz-target-dom      binary-long.
       01 wk-tz-local           binary-double.
       01 wk-tz-utc             binary-double.
       01 wk-tz-secs            binary-long.
       01 wk-tz-dst-sw          pic x value "N".
           88 wk-tz-in-dst         value "Y" false "N".

       linkage section.
       01 input-date                   pic x(10).
       01 locale-flag                  pic x(01).
       01 lk-mins-delta                binary-long.
       01 lk-diff-mins                 binary-long.
       01 lk-result-time               pic x(08).
       01 lk-from-zone                 pic x(10).
       01 lk-to-zone                   pic x(10).
       01 lk-tz-basis                  pic x(01).
       01 lk-tz-offset                 binary-long.
       01 lk-tz-dst-flag               pic x(01).
       01 lk-tz-valid                  pic x(01).
       01  output-date.
           02  day-name                pic xxx.
           02  day-no                  pic xx.
           move "Y" to lk-diff-valid
           goback.

      *----------------------------------------------------------------
      * input-date at lk-time-a on lk-from-zone's clock, handed back
      * as the same moment on lk-to-zone's clock in the caller's
      * locale, seconds carried across unchanged; lk-tz-valid comes
      * back "N" (and the result spaces) on an invalid date or time,
      * a zone not on the rules file, or a result before 1900.
      *----------------------------------------------------------------
       entry "DATECHK-TZ-CONVERT" using input-date, lk-time-a,
                                         locale-flag, lk-from-zone,
                                         lk-to-zone, lk-result-date,
                                         lk-result-time, lk-tz-valid.
           move spaces to lk-result-date lk-result-time
           move "N" to lk-tz-valid
           perform parse-tz-moment
           if not wk-valid-date or not wk-tm-valid
               goback
           end-if
           move lk-from-zone to wk-tz-probe-name
           perform select-tz-zone
           if not wk-tz-found
               goback
           end-if
           perform local-to-utc
           move lk-to-zone to wk-tz-probe-name
           perform select-tz-zone
           if not wk-tz-found
               goback
           end-if
           perform utc-to-local
           if wk-tz-local < 0
               goback
           end-if
           perform format-tz-result
           move "Y" to lk-tz-valid
           goback.

      *----------------------------------------------------------------
      * the offset east of UTC, in minutes, that lk-zone's clock
      * keeps at input-date lk-time-a - a UTC moment when lk-tz-basis
      * is "U", that zone's own clock time when it is "L" - and
      * whether daylight saving is in force then.
      *----------------------------------------------------------------
       entry "DATECHK-TZ-OFFSET" using input-date, lk-time-a,
                                        locale-flag, lk-from-zone,
                                        lk-tz-basis, lk-tz-offset,
                                        lk-tz-dst-flag, lk-tz-valid.
           move 0 to lk-tz-offset
           move "N" to lk-tz-dst-flag lk-tz-valid
           perform parse-tz-moment
           if not wk-valid-date or not wk-tm-valid
               goback
           end-if
           move lk-from-zone to wk-tz-probe-name
           perform select-tz-zone
           if not wk-tz-found
               goback
           end-if
           evaluate lk-tz-basis
               when "L"
                   perform local-to-utc
               when "U"
                   move wk-tz-local to wk-tz-utc
                   perform test-dst-at-utc
               when other
                   goback
           end-evaluate
           if wk-tz-in-dst
               compute lk-tz-offset = wk-tz-std + wk-tz-save
               move "Y" to lk-tz-dst-flag
           else
               move wk-tz-std to lk-tz-offset
           end-if
           move "Y" to lk-tz-valid
           goback.

      *> input-date and lk-time-a as whole minutes since 1st January
      *> 1900 in wk-tz-local, the year the zone rules are taken for,
      *> and the seconds to hand back unchanged.
       parse-tz-moment section.
           set wk-tm-valid to false
           perform parse-and-validate
           if not wk-valid-date
               exit section
           end-if
           move lk-time-a to wk-tm-buf
           perform parse-time-of-day
           if not wk-tm-valid
               exit section
           end-if
           perform compute-days-since-1900
           compute wk-tz-local =
               wk-days-since-1900 * 1440 + wk-tm-mins
           move wk-year-num to wk-tz-year
           move wk-tm-ss to wk-tz-secs
           exit section
           .

      *> wk-tz-probe-name's offsets and its saving window for
      *> wk-tz-year; "UTC" with no row of its own is entry 0.
       select-tz-zone section.
           if not wk-tz-loaded
               perform load-tz-rules
           end-if
           set wk-tz-found to false
           move 0 to wk-tz-zone-idx wk-tz-std wk-tz-save
           perform match-tz-entry
               varying wk-tz-idx from 1 by 1
               until wk-tz-idx > wk-tz-count or wk-tz-found
           if not wk-tz-found
               if wk-tz-probe-name equal "UTC"
                   set wk-tz-found to true
               end-if
               exit section
           end-if
           move wk-tz-std-mins(wk-tz-zone-idx) to wk-tz-std
           move wk-tz-save-mins(wk-tz-zone-idx) to wk-tz-save
           if wk-tz-save > 0
               move 1 to wk-tz-rule-idx
               perform compute-tz-transition
               move wk-tz-trans to wk-tz-dst-start
               move 2 to wk-tz-rule-idx
               perform compute-tz-transition
               move wk-tz-trans to wk-tz-dst-end
           end-if
           exit section
           .

       match-tz-entry section.
           if wk-tz-name(wk-tz-idx) equal wk-tz-probe-name
               set wk-tz-found to true
               move wk-tz-idx to wk-tz-zone-idx
           end-if
           exit section
           .

      *----------------------------------------------------------------
      * The UTC moment, in minutes since 1st January 1900, of rule
      * wk-tz-rule-idx of zone wk-tz-zone-idx in wk-tz-year: the
      * first of the month's weekday count comes from its day count
      * (1st January 1900 was a Monday), stepped on to the nth or
      * back from the month end to the last such weekday.
      *----------------------------------------------------------------
       compute-tz-transition section.
           move wk-tz-year to wk-year-num
           move wk-tz-rule-month(wk-tz-zone-idx, wk-tz-rule-idx)
               to wk-month-num
           move 1 to wk-day-num
           perform set-leap-year-flag
           perform compute-days-since-1900
           move wk-days-since-1900 to wk-tz-first-day
           compute wk-tz-first-dow =
               function mod(wk-tz-first-day, 7) + 1
           if wk-tz-rule-week(wk-tz-zone-idx, wk-tz-rule-idx) = 5
               move wk-days-in-month(wk-month-num) to wk-tz-last-dom
               if wk-month-num = 2 and wk-leap-year
                   move 29 to wk-tz-last-dom
               end-if
               compute wk-tz-last-dow = function mod(
                   wk-tz-first-day + wk-tz-last-dom - 1, 7) + 1
               compute wk-tz-target-dom = wk-tz-last-dom
                   - function mod(wk-tz-last-dow + 7
                   - wk-tz-rule-dow(wk-tz-zone-idx, wk-tz-rule-idx),
                   7)
           else
               compute wk-tz-target-dom = 1
                   + function mod(7 - wk-tz-first-dow
                   + wk-tz-rule-dow(wk-tz-zone-idx, wk-tz-rule-idx),
                   7)
                   + 7 * (wk-tz-rule-week(wk-tz-zone-idx,
                                          wk-tz-rule-idx) - 1)
           end-if
           compute wk-tz-trans =
               (wk-tz-first-day + wk-tz-target-dom - 1) * 1440
               + wk-tz-rule-mins(wk-tz-zone-idx, wk-tz-rule-idx)
      *> a local-clock changeover is read on the clock in force just
      *> before it: standard time going in, saving time coming out.
           if wk-tz-rule-basis(wk-tz-zone-idx, wk-tz-rule-idx)
                   equal "L"
               subtract wk-tz-std from wk-tz-trans
               if wk-tz-rule-idx = 2
                   subtract wk-tz-save from wk-tz-trans
               end-if
           end-if
           exit section
           .

      *> is the selected zone saving at UTC moment wk-tz-utc; a
      *> start after the end is a window over the turn of the year.
       test-dst-at-utc section.
           set wk-tz-in-dst to false
           if wk-tz-save = 0
               exit section
           end-if
           if wk-tz-dst-start < wk-tz-dst-end
               if wk-tz-utc >= wk-tz-dst-start
                   and wk-tz-utc < wk-tz-dst-end
                   set wk-tz-in-dst to true
               end-if
           else
               if wk-tz-utc >= wk-tz-dst-start
                   or wk-tz-utc < wk-tz-dst-end
                   set wk-tz-in-dst to true
               end-if
           end-if
           exit section
           .

      *> wk-tz-local on the selected zone's clock to wk-tz-utc:
      *> saving time is tried first, so of the two readings of a
      *> clock time the clocks going back repeat the first wins, and
      *> a time the clocks going forward skip is read as standard.
       local-to-utc section.
           if wk-tz-save > 0
               compute wk-tz-utc = wk-tz-local - wk-tz-std - wk-tz-save
               perform test-dst-at-utc
               if wk-tz-in-dst
                   exit section
               end-if
           end-if
           set wk-tz-in-dst to false
           compute wk-tz-utc = wk-tz-local - wk-tz-std
           exit section
           .

       utc-to-local section.
           perform test-dst-at-utc
           if wk-tz-in-dst
               compute wk-tz-local = wk-tz-utc + wk-tz-std + wk-tz-save
           else
               compute wk-tz-local = wk-tz-utc + wk-tz-std
           end-if
           exit section
           .

      *> wk-tz-local back to a date in the caller's locale and an
      *> hh:mm:ss carrying the input's own seconds.
       format-tz-result section.
           divide wk-tz-local by 1440
               giving wk-tm-day-part
               remainder wk-tm-min-part
           move wk-tm-day-part to wk-cv-days
           perform convert-days-to-date
           perform format-date-by-locale
           move wk-fmt-date to lk-result-date
           divide wk-tm-min-part by 60
               giving wk-fmt-time-hh
               remainder wk-tm-mm
           move wk-tm-mm to wk-fmt-time-mm
           move wk-tz-secs to wk-fmt-time-ss
           move wk-fmt-time to lk-result-time
           exit section
           .

      *----------------------------------------------------------------
      * Loads TZRULES once per run unit: a row with a bad offset or
      * a bad changeover rule is reported and skipped, so one typing
      * slip cannot shift every zone after it. No DD at all leaves
      * only UTC known.
      *----------------------------------------------------------------
       load-tz-rules section.
           set wk-tz-loaded to true
           move 0 to wk-tz-count
           open input tzrules-file
           if not wk-tzrules-ok
               exit section
           end-if
           set wk-tzrules-ok to true
           perform load-tz-row
               until not wk-tzrules-ok
           close tzrules-file
           exit section
           .

       load-tz-row section.
           read tzrules-file
           if not wk-tzrules-ok
               exit section
           end-if
           set wk-tz-row-ok to true
           if tzr-zone equal spaces
               or (tzr-std-sign not equal "+"
                   and tzr-std-sign not equal "-")
               or tzr-std-hh not numeric or tzr-std-mm not numeric
               or tzr-save not numeric
               set wk-tz-row-ok to false
           else
               if tzr-std-hh > 14 or tzr-std-mm > 59
                   set wk-tz-row-ok to false
               end-if
           end-if
           if wk-tz-row-ok and tzr-save > 0
               perform check-tz-rule
                   varying wk-tz-rule-idx from 1 by 1
                   until wk-tz-rule-idx > 2
           end-if
           if not wk-tz-row-ok
               display "datechk: invalid zone rules row " tzr-zone
               exit section
           end-if
           if wk-tz-count >= 50
               exit section
           end-if
           add 1 to wk-tz-count
           move tzr-zone to wk-tz-name(wk-tz-count)
           compute wk-tz-std-mins(wk-tz-count) =
               tzr-std-hh * 60 + tzr-std-mm
           if tzr-std-sign equal "-"
               compute wk-tz-std-mins(wk-tz-count) =
                   0 - wk-tz-std-mins(wk-tz-count)
           end-if
           move tzr-save to wk-tz-save-mins(wk-tz-count)
           if tzr-save > 0
               perform store-tz-rule
                   varying wk-tz-rule-idx from 1 by 1
                   until wk-tz-rule-idx > 2
           end-if
           exit section
           .

       check-tz-rule section.
           if tzr-month(wk-tz-rule-idx) not numeric
               or tzr-dow(wk-tz-rule-idx) not numeric
               or tzr-hh(wk-tz-rule-idx) not numeric
               or tzr-mm(wk-tz-rule-idx) not numeric
               or tzr-colon(wk-tz-rule-idx) not equal ":"
               set wk-tz-row-ok to false
               exit section
           end-if
           if tzr-month(wk-tz-rule-idx) < 1
               or tzr-month(wk-tz-rule-idx) > 12
               or tzr-dow(wk-tz-rule-idx) < 1
               or tzr-dow(wk-tz-rule-idx) > 7
               or tzr-hh(wk-tz-rule-idx) > 23
               or tzr-mm(wk-tz-rule-idx) > 59
               set wk-tz-row-ok to false
               exit section
           end-if
           if tzr-week(wk-tz-rule-idx) not equal "L"
               and (tzr-week(wk-tz-rule-idx) < "1"
                   or tzr-week(wk-tz-rule-idx) > "4")
               set wk-tz-row-ok to false
               exit section
           end-if
           if tzr-basis(wk-tz-rule-idx) not equal "U"
               and tzr-basis(wk-tz-rule-idx) not equal "L"
               set wk-tz-row-ok to false
           end-if
           exit section
           .

       store-tz-rule section.
           move tzr-month(wk-tz-rule-idx)
               to wk-tz-rule-month(wk-tz-count, wk-tz-rule-idx)
           if tzr-week(wk-tz-rule-idx) equal "L"
               move 5 to wk-tz-rule-week(wk-tz-count, wk-tz-rule-idx)
           else
               compute wk-tz-rule-week(wk-tz-count, wk-tz-rule-idx) =
                   function numval(tzr-week(wk-tz-rule-idx))
           end-if
           move tzr-dow(wk-tz-rule-idx)
               to wk-tz-rule-dow(wk-tz-count, wk-tz-rule-idx)
           compute wk-tz-rule-mins(wk-tz-count, wk-tz-rule-idx) =
               tzr-hh(wk-tz-rule-idx) * 60 + tzr-mm(wk-tz-rule-idx)
           move tzr-basis(wk-tz-rule-idx)
               to wk-tz-rule-basis(wk-tz-count, wk-tz-rule-idx)
           exit section
           .

       step-to-prev-busday section.
           subtract 1 from wk-busday-probe
           add 1 to wk-busday-steps
