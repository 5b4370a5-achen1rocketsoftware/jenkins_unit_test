      *     id was retired to, and which retired ids map onto it
      *   - any of the id's rows still open in the DQ suspense file
      *   - the audit history: how many changes are on the trail and
      *     the first and last change dates, counting the periods
      *     audarch has sealed into archived segments
      *   - custrisk's composite risk grade, its score and the
      *     reasons behind it (the CUSTRISK DD)
      *
      * Everything is read-only; files that do not exist simply
      * report as having nothing for the customer.
      *
      * The name and balance in the master and archive images are
      * shown at the operator's piimask level, and the look itself
      * goes on piimask's access log.
      *****************************************************************
       identification division.
       program-id. cust360.
           organization is line sequential
           file status is wk-suspense-status.

           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

           select risk-file assign external custrisk
           organization is indexed
           access mode is random
           record key is rsk-customer-id
           file status is wk-risk-status.
       data division.
       file section.
       fd cust.
           03 aud-date            pic 9(08).
           03 filler              pic x(196).

       fd risk-file.
       01 risk-rec.
           copy "customer-risk.cpy".

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-risk-status      pic xx.
           88 wk-risk-ok-status     value "00".

       01 wk-inquiry-id-cfg   pic 9(05).

           88 wk-live-found       value "Y" false "N".
       01 wk-arch-state       pic x(01).
       01 wk-arch-image       pic x(65).
       01 wk-show-image       pic x(65).
       01 wk-pii-program      pic x(30) value "cust360".

       01 wk-xref-out-count   binary-long value 0.
       01 wk-xref-in-count    binary-long value 0.
       01 wk-audit-count      binary-long value 0.
       01 wk-first-change     pic 9(08) value 0.
       01 wk-last-change      pic 9(08) value 0.
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).

       procedure division.
       cust360-main.
           end-if

           display "Customer 360 view for " wk-inquiry-id-cfg
           call "PIIMASK-VIEWED" using by reference wk-pii-program
                                       by reference wk-inquiry-id-cfg
           end-call
           perform show-live-record
           if not wk-live-found
               perform show-archive-state
           perform show-xref-chain
           perform show-suspense-rows
           perform show-audit-summary
           perform show-risk-grade
           goback returning 0.

       show-live-record section.
                   display "Master  : not on the live master"
               not invalid key
                   set wk-live-found to true
                   move cust-file to wk-show-image
                   call "PIIMASK-MASTER" using
                       by reference wk-show-image
                   end-call
                   display "Master  : " wk-show-image
           end-read
           close cust
           exit section
               end-if
           end-perform
           close archive-file
           call "PIIMASK-MASTER" using by reference wk-arch-image
           end-call
           evaluate wk-arch-state
               when "A"
                   display "Archive : archived - " wk-arch-image
           exit section
           .

      *> the archived segments hold the oldest changes, so they are
      *> read first, then the live trail.
       show-audit-summary section.
           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           perform read-audit-segment
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if not wk-audit-ok-status
               display "Audit   : no audit trail on file"
               exit section
           end-if
           perform tally-audit-file
           if wk-audit-count = 0
               display "Audit   : no changes on the trail"
           else
               display "Audit   : " wk-audit-count " change(s), "
                   "first " wk-first-change
                   ", last " wk-last-change
           end-if
           exit section
           .

       read-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "Audit   : archived segment " wk-audit-filename
                   " is missing"
               exit section
           end-if
           perform tally-audit-file
           exit section
           .

       tally-audit-file section.
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               end-if
           end-perform
           close audit-file
           exit section
           .

       show-risk-grade section.
           open input risk-file
           if not wk-risk-ok-status
               display "Risk    : no risk grades on file"
               exit section
           end-if
           move wk-inquiry-id-cfg to rsk-customer-id
           read risk-file
               invalid key
                   display "Risk    : not graded"
               not invalid key
                   display "Risk    : grade " rsk-grade
                       " score " rsk-score
                       " reasons " rsk-reasons
                       " graded " rsk-graded-date
           end-read
           close risk-file
           exit section
           .

