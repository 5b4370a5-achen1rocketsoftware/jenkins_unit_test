      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * PIIMASK is the one masking rule every inquiry and report that
      * shows a customer's personal data applies, so the help desk
      * sees the same partial view whichever program it runs. The
      * policy comes from the PIIMASKCFG DD, one row per role and
      * field:
      *   role x(8)  field x(8)  level x(7)
      * space separated, where the role is the operator's mfutauth
      * role (MFUTAUTH-ROLE; an operator with none takes the role
      * DEFAULT), a role of "*" covers any role without a row of its
      * own for that field, and the fields are
      *   NAME      first name and surname
      *   ADDRESS   address lines and postcode
      *   CONTACT   the address file's contact
      *   BALANCE   every money figure about the customer - balances,
      *             posted amounts, exposures
      * and the levels are
      *   FULL      shown as held
      *   PARTIAL   the first character and the last four kept, the
      *             rest starred out; five characters or fewer keep
      *             only the first
      *   HIDDEN    starred out over the whole field
      * With a policy file in place a field the policy does not
      * mention for the role is HIDDEN. With no policy file at all
      * every field is FULL - the view every program gave before a
      * policy was written.
      *
      *   call "piimask" using field-code, text
      *       masks text (x(60), left or right justified) in place at
      *       the operator's level for that field
      *   call "PIIMASK-MASTER" using master-image
      *       masks the name and balance inside a 65-byte
      *       customer-master.cpy image, for the programs that show
      *       whole images
      *   call "PIIMASK-VIEWED" using program-name, customer-id
      *       records that the operator looked at the customer: when
      *       any field is FULL for the operator, one row -
      *         date 9(8), time 9(8), run-id x(20), operator x(20),
      *         program x(30), customer-id 9(5)
      *       space separated - goes to mfut-pii-access.log, so "who
      *       looked at this customer" is answered the way the audit
      *       trail answers "who changed them"
      *
      * The operator, role, and policy are resolved once per run
      * unit, the same lazy way mfutauth loads its grants.
      *****************************************************************
       identification division.
       program-id. piimask.
       environment division.
       input-output section.
           file-control.
           select policy-file assign external piimaskcfg
           organization is line sequential
           file status is wk-policy-status.

           select access-log assign to "mfut-pii-access.log"
           organization is line sequential
           file status is wk-log-status.
       data division.
       file section.
       fd policy-file.
       01 policy-rec.
           03 pol-role            pic x(08).
           03                     pic x(01).
           03 pol-field           pic x(08).
           03                     pic x(01).
           03 pol-level           pic x(07).

       fd access-log.
       01 access-log-rec          pic x(97).

       working-storage section.
       01 wk-policy-status    pic xx.
           88 wk-policy-ok-status   value "00".
           88 wk-policy-eof-status  value "10".
       01 wk-log-status       pic xx.
           88 wk-log-ok-status      value "00".

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-policy-loaded    value "Y" false "N".

       01 wk-operator         pic x(20).
       01 wk-role             pic x(08).

      *> the operator's level per field: one from its own role's row,
      *> one from the "*" row, settled to one level once loaded.
       01 wk-field-tbl.
           03 wk-field-entry occurs 4 times.
               05 wk-fld-code     pic x(08).
               05 wk-fld-level    pic x(07).
               05 wk-fld-any      pic x(07).
       01 wk-field-idx        binary-long.
       01 wk-field-found      binary-long.
       01 wk-any-full-sw      pic x(01) value "N".
           88 wk-any-full         value "Y" false "N".

       01 wk-level            pic x(07).
       01 wk-first-pos        binary-long.
       01 wk-last-pos         binary-long.
       01 wk-mask-pos         binary-long.
       01 wk-text-len         binary-long.
       01 wk-work-text        pic x(60).
       01 wk-work-code        pic x(08).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).

       01 wk-log-line.
           03 log-date            pic 9(08).
           03                     pic x(01) value spaces.
           03 log-time            pic 9(08).
           03                     pic x(01) value spaces.
           03 log-run-id          pic x(20).
           03                     pic x(01) value spaces.
           03 log-operator        pic x(20).
           03                     pic x(01) value spaces.
           03 log-program         pic x(30).
           03                     pic x(01) value spaces.
           03 log-customer-id     pic 9(05).

       linkage section.
       01 lk-field-code       pic x(08).
       01 lk-text             pic x(60).
       01 lk-master-image     pic x(65).
       01 lk-view-program     pic x(30).
       01 lk-view-customer-id pic 9(05).

       procedure division using lk-field-code, lk-text.
       piimask-main.
           if not wk-policy-loaded
               perform load-policy
           end-if
           move lk-field-code to wk-work-code
           move lk-text to wk-work-text
           perform mask-work-text
           move wk-work-text to lk-text
           goback.

       load-policy section.
           set wk-policy-loaded to true
           move "NAME" to wk-fld-code(1)
           move "ADDRESS" to wk-fld-code(2)
           move "CONTACT" to wk-fld-code(3)
           move "BALANCE" to wk-fld-code(4)
           call "MFUTAUTH-ROLE" using by reference wk-operator
                                      by reference wk-role
           end-call
           if wk-role equal spaces
               move "DEFAULT" to wk-role
           end-if

           open input policy-file
           if not wk-policy-ok-status
               perform set-level-full
                   varying wk-field-idx from 1 by 1
                   until wk-field-idx > 4
               set wk-any-full to true
               exit section
           end-if
           perform clear-field-level
               varying wk-field-idx from 1 by 1
               until wk-field-idx > 4
           set wk-policy-ok-status to true
           perform until not wk-policy-ok-status
               read policy-file
               if not wk-policy-eof-status
                   perform take-policy-row
               end-if
           end-perform
           close policy-file
           perform settle-field-level
               varying wk-field-idx from 1 by 1
               until wk-field-idx > 4
           exit section
           .

       set-level-full section.
           move "FULL" to wk-fld-level(wk-field-idx)
           exit section
           .

       clear-field-level section.
           move spaces to wk-fld-level(wk-field-idx)
           move spaces to wk-fld-any(wk-field-idx)
           exit section
           .

       take-policy-row section.
           move pol-field to wk-work-code
           perform find-field
           if wk-field-found = 0
               exit section
           end-if
           if pol-role equal wk-role
               move pol-level to wk-fld-level(wk-field-found)
           end-if
           if pol-role equal "*"
               move pol-level to wk-fld-any(wk-field-found)
           end-if
           exit section
           .

      *> the role's own row wins, the "*" row stands in, and a field
      *> neither mentions - or a level that is not one of the three
      *> - is hidden.
       settle-field-level section.
           if wk-fld-level(wk-field-idx) equal spaces
               move wk-fld-any(wk-field-idx)
                   to wk-fld-level(wk-field-idx)
           end-if
           if wk-fld-level(wk-field-idx) not equal "FULL"
               and wk-fld-level(wk-field-idx) not equal "PARTIAL"
               move "HIDDEN" to wk-fld-level(wk-field-idx)
           end-if
           if wk-fld-level(wk-field-idx) equal "FULL"
               set wk-any-full to true
           end-if
           exit section
           .

       find-field section.
           move 0 to wk-field-found
           perform match-field
               varying wk-field-idx from 1 by 1
               until wk-field-idx > 4
                  or wk-field-found > 0
           exit section
           .

       match-field section.
           if wk-fld-code(wk-field-idx) equal wk-work-code
               move wk-field-idx to wk-field-found
           end-if
           exit section
           .

      *> an unknown field code is treated as hidden rather than shown.
       mask-work-text section.
           perform find-field
           if wk-field-found = 0
               move "HIDDEN" to wk-level
           else
               move wk-fld-level(wk-field-found) to wk-level
           end-if
           evaluate wk-level
               when "FULL"
                   continue
               when "PARTIAL"
                   perform mask-partial
               when other
                   move all "*" to wk-work-text
           end-evaluate
           exit section
           .

      *> the value is whatever lies between its first and last
      *> non-space character, so an edited amount masks the same
      *> whichever way it is justified.
       mask-partial section.
           move 0 to wk-first-pos
           move 0 to wk-last-pos
           perform find-value-bounds
               varying wk-mask-pos from 1 by 1
               until wk-mask-pos > 60
           if wk-first-pos = 0
               exit section
           end-if
           compute wk-text-len = wk-last-pos - wk-first-pos + 1
           if wk-text-len <= 5
               move wk-last-pos to wk-text-len
           else
               compute wk-text-len = wk-last-pos - 4
           end-if
           perform star-one-position
               varying wk-mask-pos from wk-first-pos by 1
               until wk-mask-pos > wk-text-len
           exit section
           .

       find-value-bounds section.
           if wk-work-text(wk-mask-pos:1) not equal space
               if wk-first-pos = 0
                   move wk-mask-pos to wk-first-pos
               end-if
               move wk-mask-pos to wk-last-pos
           end-if
           exit section
           .

       star-one-position section.
           if wk-mask-pos > wk-first-pos
               move "*" to wk-work-text(wk-mask-pos:1)
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

      *> the name and balance inside a master image, masked where
      *> they sit: first name 6:14, surname 20:16, balance 38:12.
       entry "PIIMASK-MASTER" using lk-master-image.
           if not wk-policy-loaded
               perform load-policy
           end-if
           if lk-master-image equal spaces
               goback
           end-if
           move "NAME" to wk-work-code
           move lk-master-image(6:14) to wk-work-text
           perform mask-work-text
           move wk-work-text to lk-master-image(6:14)
           move "NAME" to wk-work-code
           move lk-master-image(20:16) to wk-work-text
           perform mask-work-text
           move wk-work-text to lk-master-image(20:16)
           move "BALANCE" to wk-work-code
           move lk-master-image(38:12) to wk-work-text
           perform mask-work-text
           move wk-work-text to lk-master-image(38:12)
           goback.

      *> one row per customer an operator saw any field of in full.
       entry "PIIMASK-VIEWED" using lk-view-program,
                                    lk-view-customer-id.
           if not wk-policy-loaded
               perform load-policy
           end-if
           if not wk-any-full
               goback
           end-if
           perform resolve-run-id
           accept log-date from date yyyymmdd
           accept log-time from time
           move wk-run-id to log-run-id
           move wk-operator to log-operator
           move lk-view-program to log-program
           move lk-view-customer-id to log-customer-id
           open extend access-log
           if not wk-log-ok-status
               open output access-log
           end-if
           if wk-log-ok-status
               write access-log-rec from wk-log-line
               close access-log
           else
               display "piimask: unable to open mfut-pii-access.log"
           end-if
           goback.

       end program piimask.
