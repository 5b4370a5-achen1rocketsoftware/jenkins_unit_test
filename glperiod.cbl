      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * GLPERIOD is the one place the write-path programs ask
      * whether a date falls in a fiscal period finance has closed,
      * so custpost, custaccr and glbal cannot disagree about it.
      *
      *   GLPERIOD-CHECK  ISO date -> fiscal year, fiscal period,
      *                   closed ("Y"/"N")
      *
      * The fiscal year and period come from the shared datechk (its
      * FISCALCAL calendar); the period's state comes from
      * glclose-periods.dat, the control file glclose maintains -
      *   fiscal year 9(4), fiscal period 9(2), status x(8)
      *   (CLOSED or REOPENED), date 9(8), operator x(20)
      * space separated, one row per period - loaded on the first
      * check. A date datechk cannot place in a period (no calendar,
      * or a bad date) is never in a closed period, which is how
      * every date stood before periods could be closed.
      *****************************************************************
       identification division.
       program-id. glperiod.
       environment division.
       input-output section.
           file-control.
           select period-file assign to "glclose-periods.dat"
           organization is line sequential
           file status is wk-period-status.
       data division.
       file section.
       fd period-file.
       01 period-rec.
           03 prd-fiscal-year     pic 9(04).
           03                     pic x(01).
           03 prd-fiscal-period   pic 9(02).
           03                     pic x(01).
           03 prd-status          pic x(08).
           03                     pic x(01).
           03 prd-date            pic 9(08).
           03                     pic x(01).
           03 prd-operator        pic x(20).

       working-storage section.
       01 wk-period-status    pic xx.
           88 wk-period-ok-status   value "00".
           88 wk-period-eof-status  value "10".

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-periods-loaded   value "Y" false "N".

      *> the closed periods only, as yyyypp keys.
       01 wk-closed-count     binary-long value 0.
       01 wk-closed-tbl.
           03 wk-closed-key   pic 9(06) occurs 1000 times.
       01 wk-closed-idx       binary-long.
       01 wk-want-key         pic 9(06).

       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-dc-output-date.
           02 dc-day-name                pic xxx.
           02 dc-day-no                  pic xx.
           02 dc-month-name              pic xxx.
           02 dc-year-no                 pic xxxx.
           02 dc-days-since-jan-1-1900   pic x(8).
           02 dc-iso-date                pic x(10).
           02 dc-julian-day              pic 9(03).
           02 dc-day-of-week-no          pic 9.
           02 dc-leap-year-flag          pic x.
           02 dc-fiscal-year             pic 9(04).
           02 dc-fiscal-period           pic 9(02).

       linkage section.
       01 lk-iso-date         pic x(10).
       01 lk-fiscal-year      pic 9(04).
       01 lk-fiscal-period    pic 9(02).
       01 lk-closed           pic x(01).

       procedure division.
       glperiod-main.
           goback.

       entry "GLPERIOD-CHECK" using lk-iso-date, lk-fiscal-year,
                                    lk-fiscal-period, lk-closed.
           move "N" to lk-closed
           move 0 to lk-fiscal-year
           move 0 to lk-fiscal-period
           if not wk-periods-loaded
               perform load-closed-periods
           end-if
           move lk-iso-date to wk-dc-input-date
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           if dc-day-name equal spaces
               or dc-fiscal-year = 0
               goback
           end-if
           move dc-fiscal-year to lk-fiscal-year
           move dc-fiscal-period to lk-fiscal-period
           compute wk-want-key = dc-fiscal-year * 100
               + dc-fiscal-period
           perform match-closed-period
               varying wk-closed-idx from 1 by 1
               until wk-closed-idx > wk-closed-count
                  or lk-closed equal "Y"
           goback.

       match-closed-period section.
           if wk-closed-key(wk-closed-idx) = wk-want-key
               move "Y" to lk-closed
           end-if
           exit section
           .

       load-closed-periods section.
           set wk-periods-loaded to true
           open input period-file
           if not wk-period-ok-status
               exit section
           end-if
           set wk-period-ok-status to true
           perform until not wk-period-ok-status
               read period-file
               if not wk-period-eof-status
                   if prd-status equal "CLOSED"
                       and wk-closed-count < 1000
                       add 1 to wk-closed-count
                       compute wk-closed-key(wk-closed-count) =
                           prd-fiscal-year * 100 + prd-fiscal-period
                   end-if
               end-if
           end-perform
           close period-file
           exit section
           .

       end program glperiod.
