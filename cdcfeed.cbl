      *     nothing at all
      * The mark only advances after the delta file is written, so
      * a failed run regenerates the same window.
      *
      * The mark counts trail rows over the whole history, not lines
      * of the live file, so it survives audarch sealing a period
      * away: the seal and anchor rows are not counted, and a mark
      * behind the rows the archived segments hold reads on through
      * those segments before the live trail. A segment the window
      * needs that is missing fails the run with the mark left
      * where it was.
      *****************************************************************
       identification division.
       program-id. cdcfeed.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

       fd audit-file.
       01 audit-rec.
           03 aud-customer-id     pic 9(05).
           03 filler              pic x(40).
           03 aud-action          pic x(01).
               88 aud-control-row     value "Y", "Z".
           03 filler              pic x(01).
           03 aud-before-image    pic x(65).
           03                     pic x(01).
           03 aud-after-image     pic x(65).
       01 wk-old-hwm          binary-long value 0.
       01 wk-row-count        binary-long value 0.
       01 wk-window-count     binary-long value 0.
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).
       01 wk-seg-missing-sw   pic x(01) value "N".
           88 wk-seg-missing      value "Y" false "N".

      *> one slot per record changed inside the window: the state it
      *> had at the mark (spaces when it did not exist) and the

           perform read-high-water-mark
           perform scan-audit-window
           if wk-seg-missing
               display "cdcfeed: run refused and the mark not "
                   "advanced"
               goback returning 1
           end-if
           if wk-fold-overflow
               display "cdcfeed: more changed records in the window"
                   " than the fold table holds - run refused and "
           exit section
           .

      *> the segments are only read when the mark is behind the
      *> rows they hold; otherwise the count starts past them.
       scan-audit-window section.
           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           if wk-old-hwm < wk-seg-rows
               perform scan-audit-segment
                   varying wk-seg-no from 1 by 1
                   until wk-seg-no > wk-seg-count
                      or wk-seg-missing
               if wk-seg-missing
                   exit section
               end-if
           end-if
           move wk-seg-rows to wk-row-count
           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if not wk-audit-ok-status
               display "cdcfeed: no audit trail on file"
               exit section
           end-if
           perform scan-audit-file
           exit section
           .

       scan-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "cdcfeed: archived segment " wk-audit-filename
                   " is missing"
               set wk-seg-missing to true
               exit section
           end-if
           perform scan-audit-file
           exit section
           .

       scan-audit-file section.
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   and not (aud-customer-id = 0 and aud-control-row)
                   add 1 to wk-row-count
                   if wk-row-count > wk-old-hwm
                       add 1 to wk-window-count
