      * alert is keyed by its test name; any other alert or incident
      * line is keyed by its leading text.
      *
      * A custsod segregation-of-duties finding ("SOD FINDING <id>")
      * closes when the finding is closed in custsod-findings.dat.
      *
      * INCMGR_ACK_TEST/INCMGR_ACK_BY mark an incident acknowledged;
      * incidents open longer than INCMGR_AGE_DAYS days (default 3)
      * land on incident-aging.txt and fail the run.
      *
      * Every incident has an owner: the team and on-call contact
      * the alert line itself carried (column 141 on), or failing
      * that the one MFUTOWNR finds for the incident key on
      * mfut-owners.dat. A STEP FAILED alert from mfutseq is keyed
      * by its step name, and closes when tonight's
      * mfutseq-timings.log shows that step passing. The open
      * incidents are listed by owner on incident-owners.txt. An
      * open incident nobody has acknowledged more than
      * INCMGR_ACK_DAYS days (default 1) after it was first seen
      * is escalated, once, to the owning team's secondary contact:
      * the contact is stamped on the incident row and the
      * escalation listed on incident-escalations.txt.
      *****************************************************************
       identification division.
       program-id. incmgr.
           select aging-file assign to "incident-aging.txt"
           organization is line sequential
           file status is wk-aging-status.

           select finding-file assign to "custsod-findings.dat"
           organization is line sequential
           file status is wk-finding-status.

           select step-timings assign to "mfutseq-timings.log"
           organization is line sequential
           file status is wk-steps-status.

           select owners-file assign to "incident-owners.txt"
           organization is line sequential
           file status is wk-owners-status.

           select escalation-file assign to "incident-escalations.txt"
           organization is line sequential
           file status is wk-escal-status.
       data division.
       file section.
       fd alert-file.
           03 alr-tag             pic x(23).
           03                     pic x(01).
           03 alr-test-name       pic x(30).
           03 filler              pic x(86).
           03 alr-owner-tag       pic x(06).
           03 alr-owner-team      pic x(20).
           03                     pic x(01).
           03 alr-owner-oncall    pic x(20).
           03 filler              pic x(13).

       fd canary-file.
       01 canary-rec              pic x(160).
           03 filler          pic x(14).

       fd incident-file.
       01 incident-rec            pic x(160).

       fd aging-file.
       01 aging-rec               pic x(70).

       fd finding-file.
       01 finding-rec.
           03 fnd-kind            pic x(01).
           03                     pic x(01).
           03 fnd-finding-id      pic x(06).
           03                     pic x(01).
           03 fnd-type            pic x(08).
           03 filler              pic x(59).
           03 fnd-status          pic x(06).
           03 filler              pic x(137).

       fd step-timings.
       01 step-timings-rec.
           03 stp-seq             pic 9(03).
           03                     pic x(01).
           03 stp-program         pic x(30).
           03                     pic x(01).
           03 stp-start           pic 9(08).
           03                     pic x(01).
           03 stp-end             pic 9(08).
           03                     pic x(01).
           03 stp-outcome         pic x(07).

       fd owners-file.
       01 owners-rec              pic x(100).

       fd escalation-file.
       01 escalation-rec          pic x(120).

       working-storage section.
       01 wk-alert-status     pic xx.
           88 wk-alert-ok         value "00".
           88 wk-incident-eof     value "10".
       01 wk-aging-status     pic xx.
           88 wk-aging-ok         value "00".
       01 wk-finding-status   pic xx.
           88 wk-finding-ok       value "00".
           88 wk-finding-eof      value "10".
       01 wk-steps-status     pic xx.
           88 wk-steps-ok         value "00".
           88 wk-steps-eof        value "10".
       01 wk-owners-status    pic xx.
           88 wk-owners-ok        value "00".
       01 wk-escal-status     pic xx.
           88 wk-escal-ok         value "00".

       01 wk-age-cfg          pic 9(03).
       01 wk-age-days         binary-long value 3.
       01 wk-ack-test-cfg     pic x(30).
       01 wk-ack-by-cfg       pic x(20).
       01 wk-ack-days-cfg     pic 9(03).
       01 wk-ack-days         binary-long value 1.

       01 wk-inc-count        binary-long value 0.
       01 wk-inc-tbl.
               05 wk-inc-prev     binary-long.
               05 wk-inc-status   pic x(06).
               05 wk-inc-ack      pic x(20).
               05 wk-inc-team     pic x(20).
               05 wk-inc-oncall   pic x(20).
               05 wk-inc-escal    pic x(20).
       01 wk-inc-idx          binary-long.
       01 wk-found-idx        binary-long.
       01 wk-scan-key         pic x(30).
       01 wk-today            pic 9(08).
       01 wk-open-count       binary-long value 0.
       01 wk-aged-count       binary-long value 0.
       01 wk-escal-count      binary-long value 0.

       01 wk-incident-line.
           03 inc-key             pic x(30).
           03 inc-status          pic x(06).
           03                     pic x(01) value spaces.
           03 inc-ack             pic x(20).
           03                     pic x(01) value spaces.
           03 inc-team            pic x(20).
           03                     pic x(01) value spaces.
           03 inc-oncall          pic x(20).
           03                     pic x(01) value spaces.
           03 inc-escal           pic x(20).

      *> first-seen/today handed to datechk's day difference for the
      *> aging check.
           03                     pic x(08) value " day(s) ".
           03 age-ack             pic x(20).

      *> owner lookups, by incident key for an incident whose alert
      *> carried no owner, and by team for the secondary contact.
       01 wk-own-team         pic x(20).
       01 wk-own-oncall       pic x(20).
       01 wk-own-secondary    pic x(20).
       01 wk-own-found        pic x(01).

      *> each owning team with anything open, in first-seen order.
       01 wk-team-count       binary-long value 0.
       01 wk-team-tbl.
           03 wk-team-entry occurs 50 times.
               05 wk-tm-team      pic x(20).
               05 wk-tm-oncall    pic x(20).
               05 wk-tm-open      binary-long.
       01 wk-team-idx         binary-long.
       01 wk-team-hit         binary-long.
       01 wk-num-d            pic zzz9.
       01 wk-owners-line      pic x(100).

       01 wk-owner-inc-line.
           03                     pic x(04) value spaces.
           03 oil-key             pic x(30).
           03                     pic x(12) value " open since ".
           03 oil-first           pic 9(08).
           03                     pic x(01) value spaces.
           03 oil-state           pic x(13).
           03 oil-who             pic x(20).

       01 wk-escal-line.
           03 esc-key             pic x(30).
           03                     pic x(01) value spaces.
           03 esc-team            pic x(20).
           03                     pic x(06) value " open ".
           03 esc-days            pic zzz9.
           03                     pic x(08) value " day(s) ".
           03 esc-action          pic x(15).
           03 esc-contact         pic x(20).

       procedure division.
       incmgr-main.
           accept wk-age-cfg from environment "INCMGR_AGE_DAYS"
           if wk-age-cfg > 0
               move wk-age-cfg to wk-age-days
           end-if
           accept wk-ack-days-cfg from environment "INCMGR_ACK_DAYS"
           if wk-ack-days-cfg > 0
               move wk-ack-days-cfg to wk-ack-days
           end-if
           accept wk-today from date yyyymmdd

           perform load-incident-file
               varying wk-inc-idx from 1 by 1
               until wk-inc-idx > wk-inc-count
           perform close-passing-incidents
           perform close-passing-steps
           perform close-settled-findings
           perform apply-acknowledgement
           perform resolve-incident-owner
               varying wk-inc-idx from 1 by 1
               until wk-inc-idx > wk-inc-count
           perform write-escalation-report
           perform write-incident-file
           perform write-aging-report
           perform write-owners-report

           display "incmgr: " wk-inc-count " incident(s) tracked, "
               wk-open-count " open, " wk-aged-count " aged, "
               wk-escal-count " escalated"
           if wk-aged-count > 0
               goback returning 1
           end-if
                   move inc-occurs to wk-inc-prev(wk-inc-idx)
                   move inc-status to wk-inc-status(wk-inc-idx)
                   move inc-ack to wk-inc-ack(wk-inc-idx)
                   move inc-team to wk-inc-team(wk-inc-idx)
                   move inc-oncall to wk-inc-oncall(wk-inc-idx)
                   move inc-escal to wk-inc-escal(wk-inc-idx)
               end-if
           end-perform
           close incident-file
                   evaluate true
                       when alr-tag equal "PASS-TRAIT TEST FAILED"
                           move alr-test-name to wk-scan-key
                       when alr-tag equal "STEP FAILED"
                           move alr-test-name to wk-scan-key
      *> the SLA line carries the projected time right after its
      *> constant prefix - key on the prefix alone so every firing
      *> consolidates into one incident instead of one per minute.
                           move alert-rec(1:30) to wk-scan-key
                   end-evaluate
                   perform tally-incident
                   perform take-alert-owner
               end-if
           end-perform
           close alert-file
               move 0 to wk-inc-prev(wk-found-idx)
               move "OPEN" to wk-inc-status(wk-found-idx)
               move spaces to wk-inc-ack(wk-found-idx)
               move spaces to wk-inc-team(wk-found-idx)
               move spaces to wk-inc-oncall(wk-found-idx)
               move spaces to wk-inc-escal(wk-found-idx)
           end-if
           add 1 to wk-inc-occurs(wk-found-idx)
           exit section
           .

      *> the owner the alert line named is the one the incident is
      *> routed to - the latest firing's, should it ever change.
       take-alert-owner section.
           if wk-found-idx = 0
               or alr-owner-tag not equal "OWNER "
               or alr-owner-team equal spaces
               exit section
           end-if
           move alr-owner-team to wk-inc-team(wk-found-idx)
           move alr-owner-oncall to wk-inc-oncall(wk-found-idx)
           exit section
           .

       find-incident-slot section.
           if wk-inc-key(wk-inc-idx) equal wk-scan-key
               move wk-inc-idx to wk-found-idx
           exit section
           .

      *> a failed mfutseq step that passes tonight closes its own
      *> incident the way a passing test does.
       close-passing-steps section.
           open input step-timings
           if not wk-steps-ok
               exit section
           end-if
           set wk-steps-ok to true
           perform until not wk-steps-ok
               read step-timings
               if not wk-steps-eof
                   and stp-outcome equal "PASS"
                   move stp-program to wk-scan-key
                   move 0 to wk-found-idx
                   perform find-incident-slot
                       varying wk-inc-idx from 1 by 1
                       until wk-inc-idx > wk-inc-count
                          or wk-found-idx > 0
                   if wk-found-idx > 0
                       move "CLOSED" to wk-inc-status(wk-found-idx)
                   end-if
               end-if
           end-perform
           close step-timings
           exit section
           .

      *> a segregation-of-duties finding closed on custsod's
      *> register closes its incident; the alert that opened it is
      *> written once, so it stays closed.
       close-settled-findings section.
           open input finding-file
           if not wk-finding-ok
               exit section
           end-if
           set wk-finding-ok to true
           perform until not wk-finding-ok
               read finding-file
               if not wk-finding-eof
                   and fnd-kind equal "H"
                   and fnd-status equal "CLOSED"
                   move spaces to wk-scan-key
                   string "SOD FINDING " delimited by size
                       fnd-finding-id delimited by size
                       " " delimited by size
                       fnd-type delimited by size
                       into wk-scan-key
                   end-string
                   move 0 to wk-found-idx
                   perform find-incident-slot
                       varying wk-inc-idx from 1 by 1
                       until wk-inc-idx > wk-inc-count
                          or wk-found-idx > 0
                   if wk-found-idx > 0
                       move "CLOSED" to wk-inc-status(wk-found-idx)
                   end-if
               end-if
           end-perform
           close finding-file
           exit section
           .

       apply-acknowledgement section.
           accept wk-ack-test-cfg from environment "INCMGR_ACK_TEST"
           accept wk-ack-by-cfg from environment "INCMGR_ACK_BY"
           exit section
           .

      *> an incident no alert named an owner for (a canary line, an
      *> alert writer that predates the owner tail, a row carried
      *> over from before) gets the one the ownership file gives
      *> its key.
       resolve-incident-owner section.
           if wk-inc-team(wk-inc-idx) not equal spaces
               exit section
           end-if
           call "MFUTOWNR-LOOKUP" using
               by reference wk-inc-key(wk-inc-idx)
               by reference wk-own-team
               by reference wk-own-oncall
               by reference wk-own-secondary
               by reference wk-own-found
           end-call
           move wk-own-team to wk-inc-team(wk-inc-idx)
           move wk-own-oncall to wk-inc-oncall(wk-inc-idx)
           exit section
           .

       write-escalation-report section.
           open output escalation-file
           if not wk-escal-ok
               display "incmgr: unable to open "
                   "incident-escalations.txt"
               exit section
           end-if
           perform check-incident-escalation
               varying wk-inc-idx from 1 by 1
               until wk-inc-idx > wk-inc-count
           close escalation-file
           exit section
           .

      *> open, unacknowledged and past the acknowledgment deadline:
      *> the owning team's secondary contact gets it. A team with
      *> no secondary on file is listed every run until one is
      *> added, rather than marked escalated to nobody.
       check-incident-escalation section.
           if wk-inc-status(wk-inc-idx) not equal "OPEN"
               or wk-inc-ack(wk-inc-idx) not equal spaces
               or wk-inc-escal(wk-inc-idx) not equal spaces
               exit section
           end-if
           perform ymd-to-iso-pair
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-date-a
               by reference wk-dc-date-b
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid not equal "Y"
               or wk-diff-days not > wk-ack-days
               exit section
           end-if
           move wk-inc-team(wk-inc-idx) to wk-own-team
           call "MFUTOWNR-TEAM" using
               by reference wk-own-team
               by reference wk-own-oncall
               by reference wk-own-secondary
               by reference wk-own-found
           end-call
           move wk-inc-key(wk-inc-idx) to esc-key
           move wk-inc-team(wk-inc-idx) to esc-team
           move wk-diff-days to esc-days
           if wk-own-secondary equal spaces
               move "no secondary: " to esc-action
               move "see mfut-owners.dat" to esc-contact
           else
               move wk-own-secondary to wk-inc-escal(wk-inc-idx)
               move "escalated to " to esc-action
               move wk-own-secondary to esc-contact
               add 1 to wk-escal-count
               display "incmgr: " wk-inc-key(wk-inc-idx)
                   " escalated to " wk-own-secondary
           end-if
           write escalation-rec from wk-escal-line
           exit section
           .

       write-incident-file section.
           open output incident-file
           if not wk-incident-ok
           move wk-inc-occurs(wk-inc-idx) to inc-occurs
           move wk-inc-status(wk-inc-idx) to inc-status
           move wk-inc-ack(wk-inc-idx) to inc-ack
           move wk-inc-team(wk-inc-idx) to inc-team
           move wk-inc-oncall(wk-inc-idx) to inc-oncall
           move wk-inc-escal(wk-inc-idx) to inc-escal
           write incident-rec from wk-incident-line
           if wk-inc-status(wk-inc-idx) equal "OPEN"
               add 1 to wk-open-count
           exit section
           .

      *> the open incidents grouped under their owning team, so the
      *> morning triage is one list per team rather than one list
      *> for everybody.
       write-owners-report section.
           open output owners-file
           if not wk-owners-ok
               display "incmgr: unable to open incident-owners.txt"
               exit section
           end-if
           move 0 to wk-team-count
           perform tally-incident-team
               varying wk-inc-idx from 1 by 1
               until wk-inc-idx > wk-inc-count
           if wk-team-count = 0
               move "No open incidents." to wk-owners-line
               write owners-rec from wk-owners-line
           end-if
           perform write-team-block
               varying wk-team-idx from 1 by 1
               until wk-team-idx > wk-team-count
           close owners-file
           exit section
           .

       tally-incident-team section.
           if wk-inc-status(wk-inc-idx) not equal "OPEN"
               exit section
           end-if
           move 0 to wk-team-hit
           perform find-team-slot
               varying wk-team-idx from 1 by 1
               until wk-team-idx > wk-team-count
                  or wk-team-hit > 0
           if wk-team-hit = 0
               if wk-team-count >= 50
                   exit section
               end-if
               add 1 to wk-team-count
               move wk-team-count to wk-team-hit
               move wk-inc-team(wk-inc-idx) to wk-tm-team(wk-team-hit)
               move wk-inc-oncall(wk-inc-idx)
                   to wk-tm-oncall(wk-team-hit)
               move 0 to wk-tm-open(wk-team-hit)
           end-if
           add 1 to wk-tm-open(wk-team-hit)
           exit section
           .

       find-team-slot section.
           if wk-tm-team(wk-team-idx) equal wk-inc-team(wk-inc-idx)
               move wk-team-idx to wk-team-hit
           end-if
           exit section
           .

       write-team-block section.
           move spaces to wk-owners-line
           move wk-tm-open(wk-team-idx) to wk-num-d
           string "Owner " wk-tm-team(wk-team-idx)
               " on call " wk-tm-oncall(wk-team-idx)
               wk-num-d " open incident(s)"
               delimited by size into wk-owners-line
           end-string
           write owners-rec from wk-owners-line
           perform write-team-incident
               varying wk-inc-idx from 1 by 1
               until wk-inc-idx > wk-inc-count
           exit section
           .

       write-team-incident section.
           if wk-inc-status(wk-inc-idx) not equal "OPEN"
               or wk-inc-team(wk-inc-idx)
                   not equal wk-tm-team(wk-team-idx)
               exit section
           end-if
           move wk-inc-key(wk-inc-idx) to oil-key
           move wk-inc-first(wk-inc-idx) to oil-first
           evaluate true
               when wk-inc-ack(wk-inc-idx) not equal spaces
                   move "acked by" to oil-state
                   move wk-inc-ack(wk-inc-idx) to oil-who
               when wk-inc-escal(wk-inc-idx) not equal spaces
                   move "escalated to" to oil-state
                   move wk-inc-escal(wk-inc-idx) to oil-who
               when other
                   move "unacked" to oil-state
                   move spaces to oil-who
           end-evaluate
           write owners-rec from wk-owner-inc-line
           exit section
           .

       ymd-to-iso-pair section.
           move spaces to wk-dc-date-a wk-dc-date-b
           string wk-inc-first(wk-inc-idx)(1:4) "-"
