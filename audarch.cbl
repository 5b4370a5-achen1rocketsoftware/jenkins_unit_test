      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * AUDARCH seals closed periods of the audit trail away, so
      * customer-audit.dat stops growing for ever without breaking
      * the chain audvrfy walks (which is why logretn leaves the
      * trail alone). Every live row dated on or before
      *   AUDARCH_TO_DATE   yyyymmdd, the last day sealed (default
      *                     the last day of the previous month; it
      *                     must be before today - only a closed
      *                     period is sealed)
      * moves, unchanged and in order, to the next archived segment,
      * customer-audit-seg-nnnn.dat (0001 first), which ends with a
      * seal row; the live trail is rewritten to start with an anchor
      * row pointing back at that seal, followed by the rows that
      * stay. Rows keep their hashes, so the whole history is still
      * one chain: segment 0001's rows, then each later segment's,
      * then the live rows, every one linked to the row before it.
      *
      * Seal and anchor rows share one layout, in the audit row's
      * own columns so no reader mistakes them for a change:
      *   customer-id  00000
      *   date, time, run-id as any audit row
      *   action       Z for a seal, Y for an anchor
      *   in the before-image columns, space separated -
      *     segment 9(4)       the segment sealed
      *     first hash 9(10)   its first chained row's hash
      *     last hash 9(10)    its last row's hash, the link the
      *                        next row chains from
      *     rows 9(9)          the trail rows in the segment
      *     archived 9(9)      trail rows in every segment so far
      *     first/last date    9(8) each, the period covered
      *   the after-image columns blank
      *   operator     who sealed it
      *   chain hash   over the row's content and the last hash,
      *                so it cannot be edited either; a seal or
      *                anchor does not move the chain on
      * An anchor copies its seal's figures, and the segment after
      * it starts with that anchor, so each segment points back at
      * the one before it.
      *
      * The live trail's chain is proved before anything moves; a
      * break refuses the run, the same as audvrfy reporting it. An
      * existing segment file is never overwritten. The run takes the
      * mfutauth gate (action UPDATE) and holds the shared master
      * lock, so no master write appends to the trail while it is
      * rewritten.
      *
      * RC 0 when the period is sealed or there was nothing to seal,
      * RC 1 when the run is refused.
      *****************************************************************
       identification division.
       program-id. audarch.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to "customer-audit.dat"
           organization is line sequential
           file status is wk-audit-status.

           select segment-file assign to wk-seg-filename
           organization is line sequential
           file status is wk-segment-status.

      *> scratch copy the live trail is rewritten through, the same
      *> technique custeras's re-chain uses.
           select work-file assign to "audarch-work.tmp"
           organization is line sequential
           file status is wk-work-status.
       data division.
       file section.
       fd audit-file.
       01 audit-rec.
           03 aud-content.
               05 aud-customer-id pic 9(05).
               05                 pic x(01).
               05 aud-date        pic 9(08).
               05                 pic x(01).
               05 aud-time        pic 9(08).
               05                 pic x(01).
               05 aud-run-id      pic x(20).
               05                 pic x(01).
               05 aud-action      pic x(01).
                   88 aud-anchor-row  value "Y".
               05                 pic x(01).
               05 aud-seg-no      pic x(04).
               05                 pic x(01).
               05 aud-first-hash  pic x(10).
               05                 pic x(01).
               05 aud-last-hash   pic x(10).
               05                 pic x(01).
               05 aud-seg-rows    pic x(09).
               05                 pic x(01).
               05 aud-archived-rows pic x(09).
               05                 pic x(106).
           03                     pic x(01).
           03 aud-chain-hash      pic x(10).

       fd segment-file.
       01 segment-rec             pic x(210).

       fd work-file.
       01 work-rec                pic x(210).

       working-storage section.
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-segment-status   pic xx.
           88 wk-segment-ok-status  value "00".
       01 wk-work-status      pic xx.
           88 wk-work-ok-status     value "00".
           88 wk-work-eof-status    value "10".

       01 wk-to-date-cfg      pic 9(08).
       01 wk-to-date          pic 9(08).
       01 wk-today            pic 9(08).
       01 wk-month-start      pic 9(08).
       01 wk-day-no           binary-long.

      *> what the survey of the live trail found: the segments
      *> behind it, the leading rows dated inside the period, and
      *> the chain over all of it.
       01 wk-prior-seg-no     pic 9(04) value 0.
       01 wk-prior-archived   pic 9(09) value 0.
       01 wk-lead-anchor-sw   pic x(01) value "N".
           88 wk-lead-anchor      value "Y" false "N".
       01 wk-sealing-sw       pic x(01) value "Y".
           88 wk-sealing          value "Y" false "N".
       01 wk-row-count        binary-long value 0.
       01 wk-seal-count       binary-long value 0.
       01 wk-keep-count       binary-long value 0.
       01 wk-move-count       binary-long value 0.
       01 wk-broken-row       binary-long value 0.
       01 wk-first-hash       pic 9(10) value 0.
       01 wk-last-hash        pic 9(10) value 0.
       01 wk-first-date       pic 9(08) value 0.
       01 wk-last-date        pic 9(08) value 0.

       01 wk-hash-content     pic x(199).
       01 wk-hash-prev        pic 9(10) value 0.
       01 wk-hash-out         pic 9(10).

       01 wk-seg-no           pic 9(04).
       01 wk-seg-filename     pic x(30).
       01 wk-copy-count       binary-long value 0.
       01 wk-failed-sw        pic x(01) value "N".
           88 wk-run-failed       value "Y" false "N".

      *> a seal or anchor row, built here and written whole.
       01 wk-control-row.
           03 ctl-content.
               05 ctl-customer-id pic 9(05) value 0.
               05                 pic x(01) value spaces.
               05 ctl-date        pic 9(08).
               05                 pic x(01) value spaces.
               05 ctl-time        pic 9(08).
               05                 pic x(01) value spaces.
               05 ctl-run-id      pic x(20).
               05                 pic x(01) value spaces.
               05 ctl-action      pic x(01).
               05                 pic x(01) value spaces.
               05 ctl-seg-no      pic 9(04).
               05                 pic x(01) value spaces.
               05 ctl-first-hash  pic 9(10).
               05                 pic x(01) value spaces.
               05 ctl-last-hash   pic 9(10).
               05                 pic x(01) value spaces.
               05 ctl-seg-rows    pic 9(09).
               05                 pic x(01) value spaces.
               05 ctl-archived-rows pic 9(09).
               05                 pic x(01) value spaces.
               05 ctl-first-date  pic 9(08).
               05                 pic x(01) value spaces.
               05 ctl-last-date   pic 9(08).
               05                 pic x(68) value spaces.
               05 ctl-operator    pic x(20).
           03                     pic x(01) value spaces.
           03 ctl-chain-hash      pic 9(10).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).

       01 wk-auth-program     pic x(30) value "audarch".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-lock-program     pic x(30) value "audarch".
       01 wk-lock-result      pic x(01).
           88 wk-lock-held        value "Y" false "N".

       procedure division.
       audarch-main.
           call "BIZDATE-TODAY" using by reference wk-today
           end-call
           accept wk-to-date-cfg from environment "AUDARCH_TO_DATE"
           if wk-to-date-cfg > 0
               move wk-to-date-cfg to wk-to-date
           else
               move wk-today to wk-month-start
               move "01" to wk-month-start(7:2)
               compute wk-day-no =
                   function integer-of-date(wk-month-start) - 1
               compute wk-to-date = function date-of-integer(wk-day-no)
           end-if
           if wk-to-date not < wk-today
               display "audarch: " wk-to-date " is not a closed "
                   "period - only days before today are sealed"
               goback returning 1
           end-if

           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           call "MSTRLOCK-ACQUIRE" using
               by reference wk-lock-program
               by reference wk-lock-result
           end-call
           if not wk-lock-held
               goback returning 1
           end-if

           perform survey-live-trail
           if wk-run-failed
               call "MSTRLOCK-RELEASE"
               end-call
               goback returning 1
           end-if
           if wk-broken-row > 0
               call "MSTRLOCK-RELEASE"
               end-call
               display "audarch: CHAIN BROKEN at row " wk-broken-row
                   " of the live trail - nothing sealed"
               goback returning 1
           end-if
           if wk-seal-count = 0
               call "MSTRLOCK-RELEASE"
               end-call
               display "audarch: no live trail rows dated on or "
                   "before " wk-to-date " - nothing to seal"
               goback returning 0
           end-if

           compute wk-seg-no = wk-prior-seg-no + 1
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-seg-filename
           end-call
           open input segment-file
           if wk-segment-ok-status
               close segment-file
               call "MSTRLOCK-RELEASE"
               end-call
               display "audarch: " wk-seg-filename " already exists"
                   " - nothing sealed"
               goback returning 1
           end-if

           perform build-control-row
           perform split-live-trail
           if not wk-run-failed
               perform copy-work-to-audit
           end-if
           call "MSTRLOCK-RELEASE"
           end-call
           if wk-run-failed
               display "audarch: the period was not sealed cleanly"
               goback returning 1
           end-if

           display "audarch: " wk-seal-count " trail row(s) dated "
               wk-first-date " to " wk-last-date " sealed into "
               wk-seg-filename
           display "audarch: " wk-keep-count " row(s) stay on the "
               "live trail behind the anchor"
           goback returning 0.

      *> one pass over the live trail proving the chain and finding
      *> the leading rows dated inside the period - the trail is
      *> append-only, so they are a run from the top.
       survey-live-trail section.
           open input audit-file
           if not wk-audit-ok-status
               display "audarch: no customer-audit.dat to seal"
               set wk-run-failed to true
               exit section
           end-if
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               or wk-broken-row > 0
               read audit-file
               if not wk-audit-eof-status
                   add 1 to wk-row-count
                   perform survey-one-row
               end-if
           end-perform
           close audit-file
           exit section
           .

       survey-one-row section.
           if aud-customer-id = 0 and aud-anchor-row
               perform survey-anchor-row
               exit section
           end-if
           if aud-chain-hash numeric
               move aud-content to wk-hash-content
               call "CUSTAUDIT-CHAIN-HASH" using
                   by reference wk-hash-content
                   by reference wk-hash-prev
                   by reference wk-hash-out
               end-call
               if wk-hash-out not = function numval(aud-chain-hash)
                   move wk-row-count to wk-broken-row
                   exit section
               end-if
               move wk-hash-out to wk-hash-prev
           end-if
           if wk-sealing
               and aud-date numeric
               and aud-date not > wk-to-date
               add 1 to wk-seal-count
               if wk-first-date = 0
                   move aud-date to wk-first-date
               end-if
               move aud-date to wk-last-date
               if aud-chain-hash numeric and wk-first-hash = 0
                   move wk-hash-prev to wk-first-hash
               end-if
               move wk-hash-prev to wk-last-hash
           else
               set wk-sealing to false
               add 1 to wk-keep-count
           end-if
           exit section
           .

      *> the anchor an earlier seal left: the segments behind the
      *> live trail, and the link its first row chains from. Only
      *> the first row may be one.
       survey-anchor-row section.
           if wk-row-count not = 1
               or aud-seg-no not numeric
               or aud-last-hash not numeric
               or aud-archived-rows not numeric
               move wk-row-count to wk-broken-row
               exit section
           end-if
           move aud-content to wk-hash-content
           move aud-last-hash to wk-hash-prev
           call "CUSTAUDIT-CHAIN-HASH" using
               by reference wk-hash-content
               by reference wk-hash-prev
               by reference wk-hash-out
           end-call
           if wk-hash-out not = function numval(aud-chain-hash)
               move wk-row-count to wk-broken-row
               exit section
           end-if
           set wk-lead-anchor to true
           move aud-seg-no to wk-prior-seg-no
           move aud-archived-rows to wk-prior-archived
           move wk-hash-prev to wk-last-hash
           exit section
           .

       build-control-row section.
           perform resolve-run-id
           accept ctl-date from date yyyymmdd
           accept ctl-time from time
           move wk-run-id to ctl-run-id
           move wk-seg-no to ctl-seg-no
           move wk-first-hash to ctl-first-hash
           move wk-last-hash to ctl-last-hash
           move wk-seal-count to ctl-seg-rows
           compute ctl-archived-rows =
               wk-prior-archived + wk-seal-count
           move wk-first-date to ctl-first-date
           move wk-last-date to ctl-last-date
           move wk-auth-operator to ctl-operator
           exit section
           .

       seal-control-row section.
           move ctl-content to wk-hash-content
           move wk-last-hash to wk-hash-prev
           call "CUSTAUDIT-CHAIN-HASH" using
               by reference wk-hash-content
               by reference wk-hash-prev
               by reference wk-hash-out
           end-call
           move wk-hash-out to ctl-chain-hash
           exit section
           .

      *> the old anchor and the period's rows go to the segment,
      *> closed by its seal; the new anchor and every later row go
      *> to the scratch copy that becomes the live trail.
       split-live-trail section.
           move wk-seal-count to wk-move-count
           if wk-lead-anchor
               add 1 to wk-move-count
           end-if
           open input audit-file
           if not wk-audit-ok-status
               display "audarch: unable to reopen customer-audit.dat"
               set wk-run-failed to true
               exit section
           end-if
           open output segment-file
           if not wk-segment-ok-status
               display "audarch: unable to open " wk-seg-filename
               close audit-file
               set wk-run-failed to true
               exit section
           end-if
           open output work-file
           if not wk-work-ok-status
               display "audarch: unable to open the scratch copy"
               close audit-file segment-file
               set wk-run-failed to true
               exit section
           end-if

           move "Y" to ctl-action
           perform seal-control-row
           write work-rec from wk-control-row
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   add 1 to wk-copy-count
                   if wk-copy-count > wk-move-count
                       write work-rec from audit-rec
                   else
                       write segment-rec from audit-rec
                   end-if
               end-if
           end-perform
           move "Z" to ctl-action
           perform seal-control-row
           write segment-rec from wk-control-row
           close audit-file
           close segment-file
           close work-file
           exit section
           .

       copy-work-to-audit section.
           open input work-file
           if not wk-work-ok-status
               display "audarch: unable to reopen the scratch copy"
               set wk-run-failed to true
               exit section
           end-if
           open output audit-file
           if not wk-audit-ok-status
               display "audarch: unable to rewrite customer-audit.dat"
               close work-file
               set wk-run-failed to true
               exit section
           end-if
           set wk-work-ok-status to true
           perform until not wk-work-ok-status
               read work-file
               if not wk-work-eof-status
                   write audit-rec from work-rec
               end-if
           end-perform
           close work-file
           close audit-file
           delete file work-file
           exit section
           .

      *> MFUT_RUN_ID wins when the caller's job set one; otherwise the
      *> OS process id, the same resolution custaudit applies.
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

       end program audarch.
