      * MORNRPT writes the night up so the day shift does not have to
      * reconstruct it from raw artifacts: one plain-language
      * morning-report.txt a human reads in ninety seconds -
      *   - first, who has what: each owning team and its on-call
      *     contact with its failing tests (owner from MFUTOWNR)
      *     and the open incidents incmgr routed to it
      *   - the overall verdict, from the latest suite-history row
      *     and the preflight report
      *   - every failing test with its failure message, read back
           select alert-file assign to "mfut-ops-alert.log"
           organization is line sequential
           file status is wk-alert-status.
           select incident-file assign to "mfut-open-incidents.dat"
           organization is line sequential
           file status is wk-incident-status.
           select report-file assign to "morning-report.txt"
           organization is line sequential
           file status is wk-report-status.
           03 filler              pic x(16).

       fd alert-file.
       01 alert-rec               pic x(200).

       fd incident-file.
       01 incident-rec.
           03 inc-key             pic x(30).
           03                     pic x(25).
           03 inc-status          pic x(06).
           03                     pic x(22).
           03 inc-team            pic x(20).
           03                     pic x(01).
           03 inc-oncall          pic x(20).
           03 filler              pic x(36).

       fd report-file.
       01 report-rec              pic x(100).
           88 wk-alert-eof        value "10".
       01 wk-report-status    pic xx.
           88 wk-report-ok        value "00".
       01 wk-incident-status  pic xx.
           88 wk-incident-ok      value "00".
           88 wk-incident-eof     value "10".

      *> the last suite row on file and its fail count.
       01 wk-have-suite-sw    pic x value "N".
               05 wk-mt-name      pic x(30).
               05 wk-mt-prev      pic x(01).
               05 wk-mt-curr      pic x(01).
               05 wk-mt-owner     binary-long.
       01 wk-idx              binary-long.
       01 wk-found-idx        binary-long.

       01 wk-dq-delta-n       binary-long.
       01 wk-dq-delta         pic -(7)9.

      *> each owner with a failing test or an open incident, in
      *> the order they turned up.
       01 wk-own-count        binary-long value 0.
       01 wk-own-tbl.
           03 wk-own-entry occurs 50 times.
               05 wk-ow-team      pic x(20).
               05 wk-ow-oncall    pic x(20).
               05 wk-ow-failing   binary-long.
               05 wk-ow-open      binary-long.
       01 wk-own-idx          binary-long.
       01 wk-own-hit          binary-long.
       01 wk-own-team         pic x(20).
       01 wk-own-oncall       pic x(20).
       01 wk-own-secondary    pic x(20).
       01 wk-own-found        pic x(01).
       01 wk-num-d2           pic zzz9.

      *> the open incidents off incmgr's state file.
       01 wk-oinc-count       binary-long value 0.
       01 wk-oinc-tbl.
           03 wk-oinc-entry occurs 200 times.
               05 wk-oi-key       pic x(30).
               05 wk-oi-owner     binary-long.
       01 wk-oinc-idx         binary-long.

       01 wk-line             pic x(100).
       01 wk-num-d            pic zzz9.

           perform read-latest-suite-row
           perform read-preflight
           perform count-alert-lines
           perform load-test-movement
           perform write-owner-section
           perform write-verdict-lines
           perform write-failing-tests
           perform write-test-movement
           perform write-dq-movement
           perform write-alert-lines
           exit section
           .

      *> the report opens with who has what: every team owning a
      *> currently failing test or an open incident, then the
      *> tests and incidents themselves under it.
       write-owner-section section.
           perform assign-failing-test-owner
               varying wk-idx from 1 by 1
               until wk-idx > wk-test-count
           perform load-open-incidents
           if wk-own-count = 0
               move "Owners: nothing failing and no open incidents."
                   to wk-line
               write report-rec from wk-line
               exit section
           end-if
           move "Owners - who has what this morning:" to wk-line
           write report-rec from wk-line
           perform write-owner-block
               varying wk-own-idx from 1 by 1
               until wk-own-idx > wk-own-count
           move spaces to wk-line
           write report-rec from wk-line
           exit section
           .

       assign-failing-test-owner section.
           move 0 to wk-mt-owner(wk-idx)
           if wk-mt-curr(wk-idx) not equal "F"
               exit section
           end-if
           call "MFUTOWNR-LOOKUP" using
               by reference wk-mt-name(wk-idx)
               by reference wk-own-team
               by reference wk-own-oncall
               by reference wk-own-secondary
               by reference wk-own-found
           end-call
           perform find-owner-slot
           if wk-own-hit > 0
               add 1 to wk-ow-failing(wk-own-hit)
               move wk-own-hit to wk-mt-owner(wk-idx)
           end-if
           exit section
           .

      *> incmgr has already settled each incident's owner; a row
      *> written before it did is looked up here the same way.
       load-open-incidents section.
           open input incident-file
           if not wk-incident-ok
               exit section
           end-if
           set wk-incident-ok to true
           perform until not wk-incident-ok
               read incident-file
               if not wk-incident-eof
                   and inc-status equal "OPEN"
                   and wk-oinc-count < 200
                   perform hold-open-incident
               end-if
           end-perform
           close incident-file
           exit section
           .

       hold-open-incident section.
           if inc-team equal spaces
               call "MFUTOWNR-LOOKUP" using
                   by reference inc-key
                   by reference wk-own-team
                   by reference wk-own-oncall
                   by reference wk-own-secondary
                   by reference wk-own-found
               end-call
           else
               move inc-team to wk-own-team
               move inc-oncall to wk-own-oncall
           end-if
           perform find-owner-slot
           if wk-own-hit = 0
               exit section
           end-if
           add 1 to wk-ow-open(wk-own-hit)
           add 1 to wk-oinc-count
           move inc-key to wk-oi-key(wk-oinc-count)
           move wk-own-hit to wk-oi-owner(wk-oinc-count)
           exit section
           .

      *> wk-own-hit comes back as wk-own-team's slot, added when it
      *> is new; 0 only once the table is full.
       find-owner-slot section.
           move 0 to wk-own-hit
           perform match-owner-slot
               varying wk-own-idx from 1 by 1
               until wk-own-idx > wk-own-count
                  or wk-own-hit > 0
           if wk-own-hit = 0 and wk-own-count < 50
               add 1 to wk-own-count
               move wk-own-count to wk-own-hit
               move wk-own-team to wk-ow-team(wk-own-hit)
               move wk-own-oncall to wk-ow-oncall(wk-own-hit)
               move 0 to wk-ow-failing(wk-own-hit)
               move 0 to wk-ow-open(wk-own-hit)
           end-if
           exit section
           .

       match-owner-slot section.
           if wk-ow-team(wk-own-idx) equal wk-own-team
               move wk-own-idx to wk-own-hit
           end-if
           exit section
           .

       write-owner-block section.
           move spaces to wk-line
           move wk-ow-failing(wk-own-idx) to wk-num-d
           move wk-ow-open(wk-own-idx) to wk-num-d2
           string "  " wk-ow-team(wk-own-idx)
               " on call " wk-ow-oncall(wk-own-idx)
               wk-num-d " failing, " wk-num-d2 " open incident(s)"
               delimited by size into wk-line
           write report-rec from wk-line
           perform write-owner-test
               varying wk-idx from 1 by 1
               until wk-idx > wk-test-count
           perform write-owner-incident
               varying wk-oinc-idx from 1 by 1
               until wk-oinc-idx > wk-oinc-count
           exit section
           .

       write-owner-test section.
           if wk-mt-owner(wk-idx) = wk-own-idx
               move spaces to wk-line
               string "      failing test:  " wk-mt-name(wk-idx)
                   delimited by size into wk-line
               write report-rec from wk-line
           end-if
           exit section
           .

       write-owner-incident section.
           if wk-oi-owner(wk-oinc-idx) = wk-own-idx
               move spaces to wk-line
               string "      open incident: " wk-oi-key(wk-oinc-idx)
                   delimited by size into wk-line
               write report-rec from wk-line
           end-if
           exit section
           .

       write-verdict-lines section.
           move "Good morning. Here is how the night went."
               to wk-line
