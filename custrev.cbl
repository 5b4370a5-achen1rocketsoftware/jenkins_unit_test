      * the run fails so nobody believes a partial reversal file is
      * the whole story. custrev-report.txt lists every reversal
      * generated, with the original movement beside it.
      *
      * A run old enough to sit in a period audarch has sealed away
      * is still found: the archived segments are read, oldest
      * first, before the live trail.
      *****************************************************************
       identification division.
       program-id. custrev.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

           88 wk-report-ok-status   value "00".

       01 wk-run-id-cfg       pic x(20).
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).
       01 wk-match-count      binary-long value 0.
       01 wk-rev-count        binary-long value 0.
       01 wk-fail-count       binary-long value 0.
           end-if
           perform build-today-iso-date

           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if not wk-audit-ok-status
               display "custrev: unable to open customer-audit.dat"
               goback returning 1
           end-if
           close audit-file
           open output rev-file
           if not wk-rev-ok-status
               display "custrev: unable to open CUSTREVOUT"
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "custrev: unable to open custrev-report.txt"
               close rev-file
               goback returning 1
           end-if

           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           perform read-audit-segment
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if wk-audit-ok-status
               perform scan-audit-file
           end-if

           perform write-trailer-row
           close rev-file
           end-if
           goback returning 0.

       read-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "custrev: archived segment " wk-audit-filename
                   " is missing"
               add 1 to wk-fail-count
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
                   if aud-run-id equal wk-run-id-cfg
                       and aud-action equal "P"
                       add 1 to wk-match-count
                       perform reverse-one-posting
                   end-if
               end-if
           end-perform
           close audit-file
           exit section
           .

      *> one audited posting: the balance movement it applied is the
      *> after image minus the before, and the reversal is the same
      *> amount with the opposite sign. custpost puts a "P" on the
      *> balance and takes a "C" off it, so a positive movement (a
      *> payment or credit) is reversed by a charge, and a negative
      *> one (a charge or refund) by a payment.
       reverse-one-posting section.
           if aud-before-bal not numeric
               or aud-after-bal not numeric
           end-if
           if wk-balance-delta > 0
               move wk-balance-delta to wk-abs-delta
               move "C" to rev-type
           else
               compute wk-abs-delta = 0 - wk-balance-delta
               move "P" to rev-type
           end-if
           if wk-abs-delta > 9999999.99
               move aud-customer-id to unr-customer-id
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
