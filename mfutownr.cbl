      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * MFUTOWNR answers "whose is this" for anything the nightly
      * suite can raise an alert about - a test case, an mfutseq
      * step, the sequencer or report packer themselves - so every
      * alert and incident can name the team that fixes it and the
      * person on call for that team, instead of the morning
      * starting with a round of asking.
      *
      *   MFUTOWNR-LOOKUP  test/step/program name -> team, on-call
      *                    contact, secondary contact, found
      *                    ("Y"/"N")
      *   MFUTOWNR-TEAM    team -> on-call contact, secondary
      *                    contact, found ("Y"/"N")
      *
      * The owners live on mfut-owners.dat, one row per mapping -
      *   kind x(05), name x(30), team x(20), on-call x(20),
      *   secondary x(20)
      * space separated, where kind is TEST or STEP (the name is a
      * test case or mfutseq step/program name) or TRAIT (the name
      * is one trait out of a test's metadata trait list). A name
      * of "*" is the catch-all owner for anything nothing else
      * claims. A lookup takes the first TEST/STEP row naming the
      * subject exactly, then the first TRAIT row whose trait the
      * subject carries on TESTCATALOG-LOOKUP's catalog, then the
      * catch-all; with none of those on file the team comes back
      * UNOWNED, found "N", and the contacts blank. The file is
      * loaded on the first lookup.
      *****************************************************************
       identification division.
       program-id. mfutownr.
       environment division.
       input-output section.
           file-control.
           select owner-file assign to "mfut-owners.dat"
           organization is line sequential
           file status is wk-owner-status.
       data division.
       file section.
       fd owner-file.
       01 owner-rec.
           03 own-kind            pic x(05).
           03                     pic x(01).
           03 own-name            pic x(30).
           03                     pic x(01).
           03 own-team            pic x(20).
           03                     pic x(01).
           03 own-oncall          pic x(20).
           03                     pic x(01).
           03 own-secondary       pic x(20).

       working-storage section.
       01 wk-owner-status     pic xx.
           88 wk-owner-ok-status    value "00".
           88 wk-owner-eof-status   value "10".

       01 wk-loaded-sw        pic x(01) value "N".
           88 wk-owners-loaded    value "Y" false "N".

      *> every usable row, in file order.
       01 wk-own-count        binary-long value 0.
       01 wk-own-tbl.
           03 wk-own-entry occurs 500 times.
               05 wk-own-kind      pic x(05).
               05 wk-own-name      pic x(30).
               05 wk-own-team      pic x(20).
               05 wk-own-oncall    pic x(20).
               05 wk-own-secondary pic x(20).
       01 wk-own-idx          binary-long.
       01 wk-hit-idx          binary-long.

      *> the subject's traits off the test catalog, wrapped in commas
      *> so one trait can be matched whole rather than as a prefix
      *> of a longer one.
       01 wk-cat-found        pic x(01).
           88 wk-cat-hit          value "Y" false "N".
       01 wk-cat-description  pic x(60).
       01 wk-cat-timeout-ms   pic 9(08).
       01 wk-cat-traits       pic x(80).
       01 wk-cat-skip         pic x(01).
       01 wk-trait-list       pic x(84).
       01 wk-trait-probe      pic x(34).
       01 wk-probe-len        binary-long.
       01 wk-probe-hits       binary-long.

       linkage section.
       01 lk-subject          pic x(30).
       01 lk-team             pic x(20).
       01 lk-oncall           pic x(20).
       01 lk-secondary        pic x(20).
       01 lk-found            pic x(01).

       procedure division.
       mfutownr-main.
           goback.

       entry "MFUTOWNR-LOOKUP" using lk-subject, lk-team, lk-oncall,
                                     lk-secondary, lk-found.
           if not wk-owners-loaded
               perform load-owner-file
           end-if
           move 0 to wk-hit-idx
           perform match-name-row
               varying wk-own-idx from 1 by 1
               until wk-own-idx > wk-own-count
                  or wk-hit-idx > 0
           if wk-hit-idx = 0
               perform match-subject-traits
           end-if
           if wk-hit-idx = 0
               perform match-catch-all-row
                   varying wk-own-idx from 1 by 1
                   until wk-own-idx > wk-own-count
                      or wk-hit-idx > 0
           end-if
           perform return-owner-row
           goback.

       entry "MFUTOWNR-TEAM" using lk-team, lk-oncall,
                                   lk-secondary, lk-found.
           if not wk-owners-loaded
               perform load-owner-file
           end-if
           move 0 to wk-hit-idx
           perform match-team-row
               varying wk-own-idx from 1 by 1
               until wk-own-idx > wk-own-count
                  or wk-hit-idx > 0
           if wk-hit-idx = 0
               move spaces to lk-oncall lk-secondary
               move "N" to lk-found
           else
               move wk-own-oncall(wk-hit-idx) to lk-oncall
               move wk-own-secondary(wk-hit-idx) to lk-secondary
               move "Y" to lk-found
           end-if
           goback.

       match-name-row section.
           if (wk-own-kind(wk-own-idx) equal "TEST"
               or wk-own-kind(wk-own-idx) equal "STEP")
               and wk-own-name(wk-own-idx) equal lk-subject
               move wk-own-idx to wk-hit-idx
           end-if
           exit section
           .

      *> only a subject the catalog knows has traits to match; a
      *> step that is not a test case never gets this far with any.
       match-subject-traits section.
           set wk-cat-hit to false
           move spaces to wk-cat-traits
           call "TESTCATALOG-LOOKUP" using
               by reference lk-subject
               by reference wk-cat-found
               by reference wk-cat-description
               by reference wk-cat-timeout-ms
               by reference wk-cat-traits
               by reference wk-cat-skip
           end-call
           if not wk-cat-hit or wk-cat-traits equal spaces
               exit section
           end-if
           move spaces to wk-trait-list
           string "," wk-cat-traits delimited by space
               "," delimited by size
               into wk-trait-list
           end-string
           perform match-trait-row
               varying wk-own-idx from 1 by 1
               until wk-own-idx > wk-own-count
                  or wk-hit-idx > 0
           exit section
           .

       match-trait-row section.
           if wk-own-kind(wk-own-idx) not equal "TRAIT"
               exit section
           end-if
           move spaces to wk-trait-probe
           string "," wk-own-name(wk-own-idx) delimited by space
               "," delimited by size
               into wk-trait-probe
           end-string
           move 0 to wk-probe-len
           inspect wk-trait-probe tallying wk-probe-len
               for characters before initial space
           move 0 to wk-probe-hits
           inspect wk-trait-list tallying wk-probe-hits
               for all wk-trait-probe(1:wk-probe-len)
           if wk-probe-hits > 0
               move wk-own-idx to wk-hit-idx
           end-if
           exit section
           .

       match-catch-all-row section.
           if wk-own-name(wk-own-idx) equal "*"
               move wk-own-idx to wk-hit-idx
           end-if
           exit section
           .

       match-team-row section.
           if wk-own-team(wk-own-idx) equal lk-team
               move wk-own-idx to wk-hit-idx
           end-if
           exit section
           .

       return-owner-row section.
           if wk-hit-idx = 0
               move "UNOWNED" to lk-team
               move spaces to lk-oncall lk-secondary
               move "N" to lk-found
           else
               move wk-own-team(wk-hit-idx) to lk-team
               move wk-own-oncall(wk-hit-idx) to lk-oncall
               move wk-own-secondary(wk-hit-idx) to lk-secondary
               move "Y" to lk-found
           end-if
           exit section
           .

       load-owner-file section.
           set wk-owners-loaded to true
           open input owner-file
           if not wk-owner-ok-status
               exit section
           end-if
           set wk-owner-ok-status to true
           perform until not wk-owner-ok-status
               read owner-file
               if not wk-owner-eof-status
                   if own-name not equal spaces
                       and own-team not equal spaces
                       and wk-own-count < 500
                       add 1 to wk-own-count
                       move own-kind to wk-own-kind(wk-own-count)
                       move own-name to wk-own-name(wk-own-count)
                       move own-team to wk-own-team(wk-own-count)
                       move own-oncall
                           to wk-own-oncall(wk-own-count)
                       move own-secondary
                           to wk-own-secondary(wk-own-count)
                   end-if
               end-if
           end-perform
           close owner-file
           exit section
           .

       end program mfutownr.
