      * every write any program ever made against the indexed master.
      *
      * customer-audit.dat is append-only, so file order is already
      * history order; no sort step is needed. Periods audarch has
      * sealed away are read from their archived segments first,
      * oldest to newest, so the history is still the whole history.
      *
      * The name and balance inside each image are shown at the
      * operator's piimask level, and the look itself goes on
      * piimask's access log.
      *****************************************************************
       identification division.
       program-id. audinq.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.
       data division.

       01 wk-inquiry-id-cfg   pic 9(05).
       01 wk-match-count      binary-long value 0.
       01 wk-show-image       pic x(65).
       01 wk-pii-program      pic x(30) value "audinq".

       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).

       procedure division.
       audinq-main.
               goback returning 1
           end-if

           move "customer-audit.dat" to wk-audit-filename
           open input audit-file
           if not wk-audit-ok-status
               display "audinq: unable to open customer-audit.dat"
               goback returning 1
           end-if
           close audit-file

           display "Change history for customer " wk-inquiry-id-cfg
           call "PIIMASK-VIEWED" using by reference wk-pii-program
                                       by reference wk-inquiry-id-cfg
           end-call

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
               perform list-audit-file
           end-if

           if wk-match-count = 0
               display "No audit records on file for this customer"
           else
               display wk-match-count " change(s) on file"
           end-if

           goback returning 0.

       read-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "audinq: archived segment " wk-audit-filename
                   " is missing"
               exit section
           end-if
           perform list-audit-file
           exit section
           .

       list-audit-file section.
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               end-if
           end-perform
           close audit-file
           exit section
           .

      *> rows from before the trail carried an operator simply show
      *> a blank operator - the leading fields never moved.
           add 1 to wk-match-count
           display aud-date " " aud-time " run=" aud-run-id
               " action=" aud-action " operator=" aud-operator
           move aud-before-image to wk-show-image
           call "PIIMASK-MASTER" using by reference wk-show-image
           end-call
           display "  before: " wk-show-image
           move aud-after-image to wk-show-image
           call "PIIMASK-MASTER" using by reference wk-show-image
           end-call
           display "  after : " wk-show-image
           exit section
           .

