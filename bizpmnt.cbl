      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * BIZPMNT maintains business-parameters.dat, the effective-dated
      * file the shared bizparm answers every business-rule lookup
      * from, and reports on it.
      *
      *   BIZPMNT_ACTION     SET, or REPORT (the default)
      *   BIZPMNT_NAME       SET: the parameter
      *   BIZPMNT_VALUE      SET: the new value, up to two decimals
      *   BIZPMNT_EFFECTIVE  SET: yyyymmdd the value takes effect
      *                      from - the processing date when
      *                      not set
      *   BIZPMNT_DATE       REPORT: the date the values in force
      *                      are shown for - the processing date
      *                      when not set
      *   BIZPMNT_FROM_DATE  REPORT: the change range, yyyymmdd;
      *   BIZPMNT_TO_DATE    open at either end when not set
      *
      * Only the parameters the suite reads can be set - the table
      * below names each one and the program that reads it - so a
      * mistyped name is refused rather than filed where nothing
      * will ever look. A SET is made by an operator the shared
      * mfutauth gate lets through (action UPDATE); it appends one
      * row to the parameter file - value, effective-from, operator,
      * timestamp - and never rewrites one, so the file is its own
      * history. A value can be dated forward but not back: what was
      * in force on a night that has already run does not change
      * after the fact. Every SET also appends a row to
      * business-parameter-audit.dat - timestamp, run id, operator,
      * parameter, effective-from, the value in force on that date
      * before the change (or "-" for the program default) and the
      * new value.
      *
      * REPORT writes bizpmnt-report.txt: every parameter with the
      * value in force on the report date - and who set it and from
      * when, or that the reading program's own default stands -
      * then every change on the audit file that was made, or takes
      * effect, inside the date range.
      *
      * A parameter file longer than bizparm can hold answers every
      * lookup "E"; both actions then refuse RC 1 rather than set a
      * value against, or report, a file that cannot be read whole.
      *****************************************************************
       identification division.
       program-id. bizpmnt.
       environment division.
       input-output section.
           file-control.
           select parm-file assign to "business-parameters.dat"
           organization is line sequential
           file status is wk-parm-status.

           select audit-file assign to "business-parameter-audit.dat"
           organization is line sequential
           file status is wk-audit-status.

           select report-file assign to "bizpmnt-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd parm-file.
       01 parm-rec                pic x(90).

       fd audit-file.
       01 audit-rec.
           03 aud-date            pic 9(08).
           03                     pic x(01).
           03 aud-time            pic 9(08).
           03                     pic x(01).
           03 aud-run-id          pic x(20).
           03                     pic x(01).
           03 aud-operator        pic x(20).
           03                     pic x(01).
           03 aud-name            pic x(30).
           03                     pic x(01).
           03 aud-from            pic 9(08).
           03                     pic x(01).
           03 aud-before          pic x(12).
           03                     pic x(01).
           03 aud-after           pic 9(09).99.

       fd report-file.
       01 report-rec              pic x(110).

       working-storage section.
       01 wk-parm-status      pic xx.
           88 wk-parm-ok-status     value "00".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

      *> the parameters the suite reads, and who reads them.
       01 wk-known-tbl.
           03 filler pic x(30) value "CUSTMNT_APPROVAL_LIMIT".
           03 filler pic x(26) value "custmnt custwoff custclos".
           03 filler pic x(30) value "CUSTDORM_WARN_DAYS".
           03 filler pic x(26) value "custdorm custchka".
           03 filler pic x(30) value "CUSTACCR_INTEREST".
           03 filler pic x(26) value "custaccr".
           03 filler pic x(30) value "CUSTACCR_DORMFEE".
           03 filler pic x(26) value "custaccr".
           03 filler pic x(30) value "CUSTPURG_DORMANT_DAYS".
           03 filler pic x(26) value "custpurg".
           03 filler pic x(30) value "CUSTPURG_GRACE_DAYS".
           03 filler pic x(26) value "custpurg".
           03 filler pic x(30) value "CUSTAGE_BUCKET2_DAYS".
           03 filler pic x(26) value "custage custgexp custrisk".
           03 filler pic x(30) value "CUSTAGE_BUCKET3_DAYS".
           03 filler pic x(26) value "custage custgexp custrisk".
           03 filler pic x(30) value "CUSTAGE_BUCKET4_DAYS".
           03 filler pic x(26) value "custage custgexp custrisk".
           03 filler pic x(30) value "CUSTAGE_BUCKET5_DAYS".
           03 filler pic x(26) value "custage custgexp custrisk".
           03 filler pic x(30) value "OVRDRFT_THRESHOLD".
           03 filler pic x(26) value "ovrdrft".
           03 filler pic x(30) value "CUSTLIMIT_DEFAULT".
           03 filler pic x(26) value "custpost custlutl".
           03 filler pic x(30) value "CUSTDUN_LEVEL1_DAYS".
           03 filler pic x(26) value "custdun".
           03 filler pic x(30) value "CUSTDUN_LEVEL2_DAYS".
           03 filler pic x(26) value "custdun".
           03 filler pic x(30) value "CUSTDUN_FINAL_DAYS".
           03 filler pic x(26) value "custdun".
           03 filler pic x(30) value "CUSTRFND_MINIMUM".
           03 filler pic x(26) value "custrfnd".
           03 filler pic x(30) value "CUSTRFND_CLEARING_DAYS".
           03 filler pic x(26) value "custrfnd".
           03 filler pic x(30) value "EXTRACK_ACK_DAYS".
           03 filler pic x(26) value "extrack".
       01 wk-known-rdf redefines wk-known-tbl.
           03 wk-known-entry occurs 18 times.
               05 wk-known-name   pic x(30).
               05 wk-known-reader pic x(26).
       78 wk-known-count      value 18.
       01 wk-known-idx        binary-long.
       01 wk-known-slot       binary-long.

       01 wk-action-cfg       pic x(08).
       01 wk-name-cfg         pic x(30).
       01 wk-value-cfg        pic 9(09)v99.
       01 wk-effective-cfg    pic x(08).
       01 wk-date-cfg         pic x(08).
       01 wk-from-date-cfg    pic x(08).
       01 wk-to-date-cfg      pic x(08).

       01 wk-effective-ymd    pic 9(08).
       01 wk-asof-ymd         pic 9(08).
       01 wk-from-ymd         pic 9(08) value 0.
       01 wk-to-ymd           pic 9(08) value 99999999.
       01 wk-today-ymd        pic 9(08).
       01 wk-stamp-date       pic 9(08).
       01 wk-stamp-time       pic 9(08).

      *> one appended parameter row, laid out as bizparm reads it.
       01 wk-parm-line.
           03 bpm-name            pic x(30).
           03                     pic x(01) value spaces.
           03 bpm-value           pic 9(09)v99.
           03                     pic x(01) value spaces.
           03 bpm-from            pic 9(08).
           03                     pic x(01) value spaces.
           03 bpm-set-by          pic x(20).
           03                     pic x(01) value spaces.
           03 bpm-set-date        pic 9(08).
           03                     pic x(01) value spaces.
           03 bpm-set-time        pic 9(08).

       01 wk-lookup-name      pic x(30).
       01 wk-lookup-date      pic 9(08).
       01 wk-lookup-value     pic 9(09)v99.
       01 wk-lookup-found     pic x(01).
           88 wk-lookup-in-force  value "Y".
           88 wk-lookup-unreadable value "E".
       01 wk-before-edit      pic 9(09).99.

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

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).

       01 wk-auth-program     pic x(30) value "bizpmnt".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-change-count     binary-long value 0.

       01 wk-head-line1.
           03                     pic x(26)
               value "Business parameters as of ".
           03 hd1-date            pic 9(08).
       01 wk-head-line2.
           03                     pic x(30) value "Parameter".
           03                     pic x(01) value spaces.
           03                     pic x(26) value "Read by".
           03                     pic x(01) value spaces.
           03                     pic x(13) value "        Value".
           03                     pic x(01) value spaces.
           03                     pic x(08) value "From".
           03                     pic x(01) value spaces.
           03                     pic x(20) value "Set by".
       01 wk-value-line.
           03 val-name            pic x(30).
           03                     pic x(01) value spaces.
           03 val-reader          pic x(26).
           03                     pic x(01) value spaces.
           03 val-value           pic z(9)9.99.
           03                     pic x(01) value spaces.
           03 val-from            pic 9(08).
           03                     pic x(01) value spaces.
           03 val-set-by          pic x(20).
       01 wk-default-line.
           03 dfl-name            pic x(30).
           03                     pic x(01) value spaces.
           03 dfl-reader          pic x(26).
           03                     pic x(01) value spaces.
           03                     pic x(31)
               value "not set - program default".
       01 wk-head-line3.
           03                     pic x(16) value "Changes made or ".
           03                     pic x(21)
               value "taking effect between".
           03                     pic x(01) value spaces.
           03 hd3-from            pic 9(08).
           03                     pic x(05) value " and ".
           03 hd3-to              pic 9(08).
       01 wk-change-line.
           03 chg-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 chg-time            pic 9(08).
           03                     pic x(01) value spaces.
           03 chg-operator        pic x(20).
           03                     pic x(01) value spaces.
           03 chg-name            pic x(30).
           03                     pic x(01) value spaces.
           03 chg-from            pic 9(08).
           03                     pic x(01) value spaces.
           03 chg-before          pic x(12).
           03                     pic x(04) value " -> ".
           03 chg-after           pic x(12).
       01 wk-change-total-line.
           03                  pic x(20) value "Changes listed     :".
           03 ctl-count        pic zzzz9.

       procedure division.
       bizpmnt-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           accept wk-action-cfg from environment "BIZPMNT_ACTION"
           evaluate wk-action-cfg
               when spaces
               when "REPORT"
                   perform report-parameters
               when "SET"
                   perform set-parameter
               when other
                   display "bizpmnt: BIZPMNT_ACTION must be SET or "
                       "REPORT"
                   move 1 to return-code
           end-evaluate
           goback returning return-code.

      *> one new value for one known parameter, dated today or later.
       set-parameter section.
           move 0 to return-code
           accept wk-name-cfg from environment "BIZPMNT_NAME"
           move 0 to wk-known-slot
           perform find-known-parameter
               varying wk-known-idx from 1 by 1
               until wk-known-idx > wk-known-count
                  or wk-known-slot > 0
           if wk-known-slot = 0
               display "bizpmnt: BIZPMNT_NAME " wk-name-cfg
                   " is not a parameter the suite reads"
               move 1 to return-code
               exit section
           end-if

           accept wk-value-cfg from environment "BIZPMNT_VALUE"
           if wk-value-cfg not numeric
               display "bizpmnt: BIZPMNT_VALUE must be a number"
               move 1 to return-code
               exit section
           end-if

           accept wk-effective-cfg from environment
               "BIZPMNT_EFFECTIVE"
           if wk-effective-cfg equal spaces
               move wk-today-ymd to wk-effective-ymd
           else
               if wk-effective-cfg not numeric
                   display "bizpmnt: BIZPMNT_EFFECTIVE must be "
                       "yyyymmdd"
                   move 1 to return-code
                   exit section
               end-if
               move wk-effective-cfg to wk-effective-ymd
               perform check-calendar-date
               if dc-day-name equal spaces
                   display "bizpmnt: BIZPMNT_EFFECTIVE "
                       wk-effective-cfg " is not a calendar date"
                   move 1 to return-code
                   exit section
               end-if
           end-if
           if wk-effective-ymd < wk-today-ymd
               display "bizpmnt: BIZPMNT_EFFECTIVE " wk-effective-ymd
                   " is in the past - a value cannot be back-dated"
               move 1 to return-code
               exit section
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               move 1 to return-code
               exit section
           end-if

      *> the value this change replaces, as bizparm would have
      *> answered for the effective date before the row went on.
           move wk-name-cfg to wk-lookup-name
           move wk-effective-ymd to wk-lookup-date
           move 0 to wk-lookup-value
           call "BIZPARM-GET" using by reference wk-lookup-name
                                    by reference wk-lookup-date
                                    by reference wk-lookup-value
                                    by reference wk-lookup-found
           end-call
           if wk-lookup-unreadable
               display "bizpmnt: business-parameters.dat could not "
                   "be read in full - nothing set"
               move 1 to return-code
               exit section
           end-if

           accept wk-stamp-date from date yyyymmdd
           accept wk-stamp-time from time
           move wk-name-cfg to bpm-name
           move wk-value-cfg to bpm-value
           move wk-effective-ymd to bpm-from
           move wk-auth-operator to bpm-set-by
           move wk-stamp-date to bpm-set-date
           move wk-stamp-time to bpm-set-time
           open extend parm-file
           if not wk-parm-ok-status
               open output parm-file
           end-if
           if not wk-parm-ok-status
               display "bizpmnt: unable to open "
                   "business-parameters.dat"
               move 1 to return-code
               exit section
           end-if
           write parm-rec from wk-parm-line
           close parm-file

           perform write-audit-record
           display "bizpmnt: " wk-name-cfg " set to " aud-after
               " from " wk-effective-ymd " by " wk-auth-operator
           exit section
           .

       find-known-parameter section.
           if wk-known-name(wk-known-idx) equal wk-name-cfg
               move wk-known-idx to wk-known-slot
           end-if
           exit section
           .

       check-calendar-date section.
           move spaces to wk-dc-input-date
           string wk-effective-cfg(1:4) "-" wk-effective-cfg(5:2) "-"
               wk-effective-cfg(7:2) delimited by size
               into wk-dc-input-date
           end-string
           call "datechk" using by reference wk-dc-input-date
                                 by reference wk-dc-locale
                                 by reference wk-dc-output-date
           end-call
           exit section
           .

      *> appended open/close per row the way custlmnt appends its
      *> limit trail.
       write-audit-record section.
           perform resolve-run-id
           move spaces to audit-rec
           move wk-stamp-date to aud-date
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move wk-auth-operator to aud-operator
           move wk-name-cfg to aud-name
           move wk-effective-ymd to aud-from
           if wk-lookup-in-force
               move wk-lookup-value to wk-before-edit
               move wk-before-edit to aud-before
           else
               move "-" to aud-before
           end-if
           move wk-value-cfg to aud-after
           open extend audit-file
           if not wk-audit-ok-status
               open output audit-file
           end-if
           if wk-audit-ok-status
               write audit-rec
               close audit-file
           else
               display "bizpmnt: unable to open "
                   "business-parameter-audit.dat"
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

      *> the values in force, then the changes in the range.
       report-parameters section.
           move 0 to return-code
           accept wk-date-cfg from environment "BIZPMNT_DATE"
           if wk-date-cfg equal spaces
               move wk-today-ymd to wk-asof-ymd
           else
               if wk-date-cfg not numeric
                   display "bizpmnt: BIZPMNT_DATE must be yyyymmdd"
                   move 1 to return-code
                   exit section
               end-if
               move wk-date-cfg to wk-asof-ymd
           end-if
           accept wk-from-date-cfg from environment
               "BIZPMNT_FROM_DATE"
           if wk-from-date-cfg not equal spaces
               if wk-from-date-cfg not numeric
                   display "bizpmnt: BIZPMNT_FROM_DATE must be "
                       "yyyymmdd"
                   move 1 to return-code
                   exit section
               end-if
               move wk-from-date-cfg to wk-from-ymd
           end-if
           accept wk-to-date-cfg from environment "BIZPMNT_TO_DATE"
           if wk-to-date-cfg not equal spaces
               if wk-to-date-cfg not numeric
                   display "bizpmnt: BIZPMNT_TO_DATE must be yyyymmdd"
                   move 1 to return-code
                   exit section
               end-if
               move wk-to-date-cfg to wk-to-ymd
           end-if

      *> a parameter file bizparm could not hold whole would list
      *> every value as the program default, so no report is made.
           move wk-known-name(1) to wk-lookup-name
           move wk-asof-ymd to wk-lookup-date
           call "BIZPARM-GET" using by reference wk-lookup-name
                                    by reference wk-lookup-date
                                    by reference wk-lookup-value
                                    by reference wk-lookup-found
           end-call
           if wk-lookup-unreadable
               display "bizpmnt: business-parameters.dat could not "
                   "be read in full - no report made"
               move 1 to return-code
               exit section
           end-if

           open output report-file
           if not wk-report-ok-status
               display "bizpmnt: unable to open bizpmnt-report.txt"
               move 1 to return-code
               exit section
           end-if
           move wk-asof-ymd to hd1-date
           write report-rec from wk-head-line1
           move spaces to report-rec
           write report-rec
           write report-rec from wk-head-line2
           perform write-value-row
               varying wk-known-idx from 1 by 1
               until wk-known-idx > wk-known-count

           move spaces to report-rec
           write report-rec
           move wk-from-ymd to hd3-from
           move wk-to-ymd to hd3-to
           write report-rec from wk-head-line3
           open input audit-file
           if wk-audit-ok-status
               set wk-audit-ok-status to true
               perform until not wk-audit-ok-status
                   read audit-file
                   if not wk-audit-eof-status
                       perform write-change-row
                   end-if
               end-perform
               close audit-file
           end-if
           move wk-change-count to ctl-count
           write report-rec from wk-change-total-line
           close report-file
           display "bizpmnt: " wk-change-count " change(s) listed"
           exit section
           .

      *> the value bizparm hands the reading program on the report
      *> date, and the row on the parameter file that set it.
       write-value-row section.
           move wk-known-name(wk-known-idx) to wk-lookup-name
           move wk-asof-ymd to wk-lookup-date
           move 0 to wk-lookup-value
           call "BIZPARM-GET" using by reference wk-lookup-name
                                    by reference wk-lookup-date
                                    by reference wk-lookup-value
                                    by reference wk-lookup-found
           end-call
           if not wk-lookup-in-force
               move wk-lookup-name to dfl-name
               move wk-known-reader(wk-known-idx) to dfl-reader
               write report-rec from wk-default-line
               exit section
           end-if
           move wk-lookup-name to val-name
           move wk-known-reader(wk-known-idx) to val-reader
           move wk-lookup-value to val-value
           move 0 to val-from
           move spaces to val-set-by
           perform find-setting-row
           write report-rec from wk-value-line
           exit section
           .

      *> the row bizparm resolved to - the latest for the parameter
      *> effective on or before the report date, the later on the
      *> file winning a tie - read back for the effective-from and
      *> operator bizparm does not hand out.
       find-setting-row section.
           open input parm-file
           if not wk-parm-ok-status
               exit section
           end-if
           set wk-parm-ok-status to true
           perform until not wk-parm-ok-status
               read parm-file into wk-parm-line
               if wk-parm-ok-status
                   if bpm-name equal wk-lookup-name
                       and bpm-value numeric
                       and bpm-from numeric
                       and bpm-from not > wk-asof-ymd
                       and bpm-from not < val-from
                       move bpm-from to val-from
                       move bpm-set-by to val-set-by
                   end-if
               end-if
           end-perform
           close parm-file
           exit section
           .

       write-change-row section.
           if (aud-date < wk-from-ymd or aud-date > wk-to-ymd)
               and (aud-from < wk-from-ymd or aud-from > wk-to-ymd)
               exit section
           end-if
           add 1 to wk-change-count
           move aud-date to chg-date
           move aud-time to chg-time
           move aud-operator to chg-operator
           move aud-name to chg-name
           move aud-from to chg-from
           move aud-before to chg-before
           move aud-after to chg-after
           write report-rec from wk-change-line
           exit section
           .

       end program bizpmnt.
