      * customer-id hash - and one ctltotal control record per
      * extract (stage extrgen-<subscriber>), so ctlbal can prove
      * what each subscriber was actually sent.
      *
      * A closed account is left out of every extract - a closed
      * customer gets no further mailings - unless the subscriber
      * asks for closed accounts outright with STATUS=C.
      *
      * A customer with a watch-list hit on custwtch-review.dat that
      * compliance has not CLEARED - still OPEN, or CONFIRMED - is
      * left out of every extract whatever the subscriber asks for,
      * and counted on the console line as held.
      *
      * Every extract sent is recorded on extrgen-sent.dat -
      *   subscriber x(10), extract date 9(8), record count 9(8),
      *   hash 9(10), sent date 9(8), sent time 9(8), kind x(06)
      * space separated, appended, never rewritten - which extrack
      * matches against what each subscriber says it received.
      *
      * EXTRGEN_MODE=RESEND regenerates one subscriber's extract
      * (EXTRGEN_SUBSCRIBER) as it was cut for a past extract date
      * (EXTRGEN_DATE=yyyymmdd): the master is read from the custgen
      * generation that holds it as it stood then - the first one
      * still retained that was saved on or after the extract date,
      * or EXTRGEN_GEN=nnnn to name one - rather than the live
      * file, the HDR carries the original extract date, and
      * the file is written as extract-<subscriber>-<yyyymmdd>.dat
      * so tonight's extract is not overwritten. The subscriber's
      * current EXTRGENCTL row and today's watch-list holds apply.
      * A resend is recorded on the sent register as RESEND; it
      * writes no control record, so it never disturbs ctlbal's
      * proof of the night.
      *****************************************************************
       identification division.
       program-id. extrgen.
           record key is customer-id
           file status is wk-cust-status.

           select review-file assign to "custwtch-review.dat"
           organization is line sequential
           file status is wk-review-status.

           select extract-file assign to wk-extract-filename
           organization is line sequential
           file status is wk-extract-status.

           select sent-file assign to "extrgen-sent.dat"
           organization is line sequential
           file status is wk-sent-status.

           select gen-file assign to wk-gen-filename
           organization is indexed
           access mode is sequential
           record key is gen-customer-id
           file status is wk-gen-status.

           select catalog-file assign to "custgen-catalog.dat"
           organization is line sequential
           file status is wk-catalog-status.
       data division.
       file section.
       fd ctl-file.
       01 cust-file.
           copy "customer-master.cpy".

       fd review-file.
       01 review-rec.
           03                     pic x(09).
           03 rvw-customer-id     pic 9(05).
           03                     pic x(16).
           03 rvw-status          pic x(09).
           03                     pic x(71).

       fd extract-file.
       01 extract-rec             pic x(80).
       01 extract-hdr-rec.
           03 ext-trl-count       pic 9(08).
           03 ext-trl-hash        pic 9(10).

       fd sent-file.
       01 sent-rec                pic x(80).

      *> a custgen generation: the master layout under its own key.
       fd gen-file.
       01 gen-file-rec.
           03 gen-customer-id     pic 9(05).
           03 filler              pic x(60).

       fd catalog-file.
       01 catalog-rec.
           03 cat-gen             pic 9(04).
           03                     pic x(01).
           03 cat-date            pic 9(08).
           03                     pic x(01).
           03 cat-time            pic 9(08).
           03                     pic x(01).
           03 cat-reccnt          pic 9(08).
           03                     pic x(01).
           03 cat-gstatus         pic x(08).

       working-storage section.
       01 wk-ctl-status       pic xx.
           88 wk-ctl-ok-status      value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-extract-status   pic xx.
           88 wk-extract-ok-status  value "00".
       01 wk-review-status    pic xx.
           88 wk-review-ok-status   value "00".
           88 wk-review-eof-status  value "10".
       01 wk-sent-status      pic xx.
           88 wk-sent-ok-status     value "00".
       01 wk-gen-status       pic xx.
           88 wk-gen-ok-status      value "00".
           88 wk-gen-eof-status     value "10".
       01 wk-catalog-status   pic xx.
           88 wk-catalog-ok-status  value "00".
           88 wk-catalog-eof-status value "10".

      *> a resend: which subscriber, which past extract date, and
      *> the generation its master is read from.
       01 wk-mode-cfg         pic x(08).
       01 wk-resend-sw        pic x(01) value "N".
           88 wk-resend           value "Y" false "N".
       01 wk-resend-sub-cfg   pic x(10).
       01 wk-resend-date-cfg  pic x(08).
       01 wk-resend-gen-cfg   pic x(04).
       01 wk-gen-number       pic 9(04).
       01 wk-gen-filename     pic x(30).
       01 wk-source-eof-sw    pic x(01).
           88 wk-source-eof       value "Y" false "N".
       01 wk-resend-found-sw  pic x(01) value "N".
           88 wk-resend-found     value "Y" false "N".

       01 wk-sent-line.
           03 snt-subscriber      pic x(10).
           03                     pic x(01) value spaces.
           03 snt-extract-date    pic 9(08).
           03                     pic x(01) value spaces.
           03 snt-count           pic 9(08).
           03                     pic x(01) value spaces.
           03 snt-hash            pic 9(10).
           03                     pic x(01) value spaces.
           03 snt-sent-date       pic 9(08).
           03                     pic x(01) value spaces.
           03 snt-sent-time       pic 9(08).
           03                     pic x(01) value spaces.
           03 snt-kind            pic x(06).

      *> the customers held back by an uncleared watch-list hit,
      *> addressed by the id itself.
       01 wk-held-tbl.
           03 wk-held-flag    pic x(01) occurs 99999 times.
       01 wk-held-count       binary-long.

       01 wk-extract-filename pic x(40).
       01 wk-subscriber       pic x(10).

       procedure division.
       extrgen-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           accept wk-mode-cfg from environment "EXTRGEN_MODE"
           if wk-mode-cfg equal "RESEND"
               perform prepare-resend
               if wk-fail-count > 0
                   goback returning 1
               end-if
           end-if
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           perform load-watch-holds

           open input ctl-file
           if not wk-ctl-ok-status
               read ctl-file
               if not wk-ctl-eof-status
                   if ctl-subscriber not equal spaces
                       and (not wk-resend
                            or ctl-subscriber equal wk-resend-sub-cfg)
                       set wk-resend-found to true
                       perform generate-one-extract
                   end-if
               end-if
           end-perform
           close ctl-file

           if wk-resend and not wk-resend-found
               display "extrgen: subscriber " wk-resend-sub-cfg
                   " is not on EXTRGENCTL"
               goback returning 1
           end-if

           display "extrgen: " wk-subs-count " extract(s) generated"
           if wk-fail-count > 0
               goback returning 1
           end-if

           move spaces to wk-extract-filename
           if wk-resend
               string "extract-" function trim(wk-subscriber) "-"
                   wk-today-ymd ".dat"
                   delimited by size into wk-extract-filename
           else
               string "extract-" function trim(wk-subscriber) ".dat"
                   delimited by size into wk-extract-filename
           end-if

           perform open-master-source
           if wk-source-eof
               add 1 to wk-fail-count
               exit section
           end-if
           if not wk-extract-ok-status
               display "extrgen: unable to open "
                   wk-extract-filename
               perform close-master-source
               add 1 to wk-fail-count
               exit section
           end-if
           write extract-hdr-rec

           move 0 to wk-scan-count wk-write-count wk-id-hash
           move 0 to wk-held-count
           perform read-master-source
           perform until wk-source-eof
               add 1 to wk-scan-count
               perform select-master-record
               perform read-master-source
           end-perform
           perform close-master-source

           move "TRL" to ext-trl-tag
           move wk-write-count to ext-trl-count
           write extract-trl-rec
           close extract-file

           compute wk-ctl-hash =
               function mod(wk-id-hash, 10000000000)
           if not wk-resend
               move spaces to wk-ctl-program
               string "extrgen-" function trim(wk-subscriber)
                   delimited by size into wk-ctl-program
               call "ctltotal" using by reference wk-ctl-program
                                      by reference wk-scan-count
                                      by reference wk-write-count
                                      by reference wk-ctl-hash
               end-call
           end-if
           perform record-sent-extract

           add 1 to wk-subs-count
           display "extrgen: " wk-subscriber " - "
               wk-write-count " of " wk-scan-count " record(s), "
               wk-held-count " held for watch-list review"
           exit section
           .

      *> the live master, or for a resend the generation it was cut
      *> from; wk-source-eof comes back set when it cannot be opened.
       open-master-source section.
           set wk-source-eof to false
           if wk-resend
               open input gen-file
               if not wk-gen-ok-status
                   display "extrgen: unable to open " wk-gen-filename
                   set wk-source-eof to true
               end-if
           else
               open input cust
               if not wk-cust-ok-status
                   display "extrgen: unable to open customers master"
                   set wk-source-eof to true
               end-if
           end-if
           exit section
           .

      *> a generation record is read into the master's own record
      *> area, so the selection and field offsets serve both.
       read-master-source section.
           if wk-resend
               read gen-file next record
               if wk-gen-ok-status
                   move gen-file-rec to cust-file
               else
                   set wk-source-eof to true
               end-if
           else
               read cust next record
               if not wk-cust-ok-status
                   set wk-source-eof to true
               end-if
           end-if
           exit section
           .

       close-master-source section.
           if wk-resend
               close gen-file
           else
               close cust
           end-if
           exit section
           .

       record-sent-extract section.
           move wk-subscriber to snt-subscriber
           move wk-today-ymd to snt-extract-date
           move wk-write-count to snt-count
           move wk-ctl-hash to snt-hash
           accept snt-sent-date from date yyyymmdd
           accept snt-sent-time from time
           if wk-resend
               move "RESEND" to snt-kind
           else
               move "DAILY" to snt-kind
           end-if
           open extend sent-file
           if not wk-sent-ok-status
               open output sent-file
           end-if
           if wk-sent-ok-status
               write sent-rec from wk-sent-line
               close sent-file
           else
               display "extrgen: unable to record the extract on "
                   "extrgen-sent.dat"
           end-if
           exit section
           .

      *> checks the resend settings and settles the generation: the
      *> one named, or the first retained one saved on or after the
      *> extract date - the next snapshot custgen took of the live
      *> master the extract was cut from.
       prepare-resend section.
           set wk-resend to true
           accept wk-resend-sub-cfg from environment
               "EXTRGEN_SUBSCRIBER"
           accept wk-resend-date-cfg from environment "EXTRGEN_DATE"
           accept wk-resend-gen-cfg from environment "EXTRGEN_GEN"
           if wk-resend-sub-cfg equal spaces
               or wk-resend-date-cfg not numeric
               display "extrgen: a resend needs EXTRGEN_SUBSCRIBER "
                   "and EXTRGEN_DATE=yyyymmdd"
               add 1 to wk-fail-count
               exit section
           end-if
           move wk-resend-date-cfg to wk-today-ymd
           move 0 to wk-gen-number
           if wk-resend-gen-cfg numeric
               move wk-resend-gen-cfg to wk-gen-number
           else
               perform find-dated-generation
           end-if
           if wk-gen-number = 0
               display "extrgen: no custgen generation retained from "
                   wk-today-ymd " - name one with EXTRGEN_GEN"
               add 1 to wk-fail-count
               exit section
           end-if
           move spaces to wk-gen-filename
           string "customers-g" wk-gen-number ".dat"
               delimited by size into wk-gen-filename
           display "extrgen: resending " wk-resend-sub-cfg
               " for " wk-today-ymd " from " wk-gen-filename
           exit section
           .

       find-dated-generation section.
           open input catalog-file
           if not wk-catalog-ok-status
               exit section
           end-if
           set wk-catalog-ok-status to true
           perform until not wk-catalog-ok-status
               read catalog-file
               if not wk-catalog-eof-status
                   if cat-date not < wk-today-ymd
                       and cat-gstatus not equal "PURGED"
                       and (wk-gen-number = 0
                            or cat-gen < wk-gen-number)
                       move cat-gen to wk-gen-number
                   end-if
               end-if
           end-perform
           close catalog-file
           exit section
           .

           .

       select-master-record section.
           if customer-id > 0
               and wk-held-flag(customer-id) equal "Y"
               add 1 to wk-held-count
               exit section
           end-if
           if customer-acct-closed
               and not (wk-filter-status and wk-filter-byte = "C")
               exit section
           end-if
           evaluate true
               when wk-filter-status
                   if customer-acct-status not equal wk-filter-byte
           exit section
           .

       load-watch-holds section.
           move all "N" to wk-held-tbl
           open input review-file
           if not wk-review-ok-status
               exit section
           end-if
           set wk-review-ok-status to true
           perform until not wk-review-ok-status
               read review-file
               if not wk-review-eof-status
                   if rvw-customer-id numeric
                       and rvw-customer-id > 0
                       and rvw-status not equal "CLEARED"
                       move "Y" to wk-held-flag(rvw-customer-id)
                   end-if
               end-if
           end-perform
           close review-file
           exit section
           .

       build-extract-row section.
           move spaces to wk-out-line
           move 1 to wk-out-pos
