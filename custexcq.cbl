      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTEXCQ is the one exception work queue over every reject
      * and suspense file the customer suite writes, so the backlog
      * has one picture and every item has an owner. Each night it
      * harvests
      *   custload-rejects.txt   custmnt-rejects.txt
      *   custpost-rejects.txt   custamnt-rejects.txt
      *   custsync-rejects.txt   custmrgu-rejects.txt
      *   custri-orphans.txt     custdq-suspense.dat
      *   custchka-suspense.dat  custlmnt-rejects.txt
      *   custgmnt-rejects.txt   custcmnt-rejects.txt
      *   custrcov-rejects.dat   custlbox-suspense.dat
      * each in its own layout, into custexcq-queue.dat - one row per
      * item:
      *   source x(8)  customer-id x(5)  reason x(60)
      *   first-seen 9(8)  last-seen 9(8)  times-seen 9(5)
      *   assignee x(20)  status x(6)  closed 9(8)
      * space separated. An item is keyed by its source, customer-id
      * and reason, so the same reject turning up night after night
      * updates its one item - last-seen and times-seen advance, and
      * a closed item that comes back is reopened.
      *
      * Every one of those files is rewritten whole by its program's
      * run, so a file on disk is that program's latest verdict: an
      * open item of a source whose file is present but no longer
      * carries it was processed cleanly by a later run, and closes
      * with today's date. A source whose file is absent has not run
      * since, and its items are left as they stand.
      *
      * A new item is assigned from the CUSTEXCQOWNR DD, one row per
      * source:
      *   source x(8)  owner x(20)
      * with a source of "*" covering any source without a row of its
      * own, and UNASSIGNED when neither applies. Only an UNASSIGNED
      * item is re-routed on a later run, so an assignee changed in
      * the queue file by hand stays where it was put.
      *
      * custexcq-aging.txt shows the open backlog by owner and source,
      * bucketed by days since first seen (0-7, 8-30, 31-90, over 90)
      * with the oldest item's age; the run ends RC 1 while any open
      * item is older than CUSTEXCQ_AGE_DAYS (default 30).
      *****************************************************************
       identification division.
       program-id. custexcq.
       environment division.
       input-output section.
           file-control.
           select exception-file assign to wk-source-filename
           organization is line sequential
           file status is wk-exception-status.

           select queue-file assign to "custexcq-queue.dat"
           organization is line sequential
           file status is wk-queue-status.

           select owner-file assign external custexcqownr
           organization is line sequential
           file status is wk-owner-status.

           select aging-file assign to "custexcq-aging.txt"
           organization is line sequential
           file status is wk-aging-status.
       data division.
       file section.
       fd exception-file.
       01 exception-rec           pic x(200).

       fd queue-file.
       01 queue-rec               pic x(136).

       fd owner-file.
       01 owner-rec.
           03 own-source          pic x(08).
           03                     pic x(01).
           03 own-owner           pic x(20).

       fd aging-file.
       01 aging-rec               pic x(80).

       working-storage section.
       01 wk-exception-status pic xx.
           88 wk-exception-ok     value "00".
           88 wk-exception-eof    value "10".
       01 wk-queue-status     pic xx.
           88 wk-queue-ok         value "00".
           88 wk-queue-eof        value "10".
       01 wk-owner-status     pic xx.
           88 wk-owner-ok         value "00".
           88 wk-owner-eof        value "10".
       01 wk-aging-status     pic xx.
           88 wk-aging-ok         value "00".

      *> where each source keeps the customer-id and the reason in
      *> its own record: the reject files carry the failing image and
      *> a reason ("R"), custri's orphans are the bare transaction
      *> ("O"), the two suspense files lead with their rule bytes
      *> ("S"), and custlbox's unapplied-cash register ("U") also has
      *> a status column saying whether the item is still waiting.
       78 wk-source-slots     value 14.
       01 wk-source-values.
           03 pic x(49) value
               "custload custload-rejects.txt          001067000R".
           03 pic x(49) value
               "custmnt  custmnt-rejects.txt           002068000R".
           03 pic x(49) value
               "custpost custpost-rejects.txt          001032000R".
           03 pic x(49) value
               "custamnt custamnt-rejects.txt          002105000R".
           03 pic x(49) value
               "custsync custsync-rejects.txt          001067000R".
           03 pic x(49) value
               "custmrgu custmrgu-rejects.txt          001013000R".
           03 pic x(49) value
               "custri   custri-orphans.txt            001000000O".
           03 pic x(49) value
               "custdq   custdq-suspense.dat           006001000S".
           03 pic x(49) value
               "custchka custchka-suspense.dat         006001000S".
           03 pic x(49) value
               "custlmnt custlmnt-rejects.txt          002033000R".
           03 pic x(49) value
               "custgmnt custgmnt-rejects.txt          007033000R".
           03 pic x(49) value
               "custcmnt custcmnt-rejects.txt          002023000R".
           03 pic x(49) value
               "custrcov custrcov-rejects.dat          001026000R".
           03 pic x(49) value
               "custlbox custlbox-suspense.dat         088066076U".
       01 wk-source-tbl redefines wk-source-values.
           03 wk-source-entry occurs 14 times.
               05 wk-src-name     pic x(08).
               05                 pic x(01).
               05 wk-src-filename pic x(30).
               05 wk-src-id-pos   pic 9(03).
               05 wk-src-rsn-pos  pic 9(03).
               05 wk-src-sts-pos  pic 9(03).
               05 wk-src-kind     pic x(01).
                   88 wk-src-reject   value "R".
                   88 wk-src-orphan   value "O".
                   88 wk-src-suspense value "S".
                   88 wk-src-unapplied value "U".
       01 wk-src-idx          binary-long.
       01 wk-source-filename  pic x(30).

       01 wk-owner-count      binary-long value 0.
       01 wk-owner-tbl.
           03 wk-owner-entry occurs 50 times.
               05 wk-own-source   pic x(08).
               05 wk-own-owner    pic x(20).
       01 wk-owner-idx        binary-long.
       01 wk-default-owner    pic x(20).
       01 wk-route-source     pic x(08).
       01 wk-route-owner      pic x(20).

       01 wk-item-count       binary-long value 0.
       01 wk-item-tbl.
           03 wk-item-entry occurs 2000 times.
               05 wk-itm-source   pic x(08).
               05 wk-itm-id       pic x(05).
               05 wk-itm-reason   pic x(60).
               05 wk-itm-first    pic 9(08).
               05 wk-itm-last     pic 9(08).
               05 wk-itm-seen     pic 9(05).
               05 wk-itm-assignee pic x(20).
               05 wk-itm-status   pic x(06).
               05 wk-itm-closed   pic 9(08).
               05 wk-itm-now-sw   pic x(01).
                   88 wk-itm-now      value "Y" false "N".
       01 wk-item-idx         binary-long.
       01 wk-found-idx        binary-long.
       01 wk-full-sw          pic x(01) value "N".
           88 wk-queue-full       value "Y" false "N".

       01 wk-scan-source      pic x(08).
       01 wk-scan-id          pic x(05).
       01 wk-scan-reason      pic x(60).

       01 wk-today            pic 9(08).
       01 wk-age-cfg          pic 9(03).
       01 wk-age-days         binary-long value 30.
       01 wk-harvest-count    binary-long value 0.
       01 wk-new-count        binary-long value 0.
       01 wk-closed-count     binary-long value 0.
       01 wk-open-count       binary-long value 0.
       01 wk-aged-count       binary-long value 0.

       01 wk-queue-line.
           03 que-source          pic x(08).
           03                     pic x(01) value spaces.
           03 que-id              pic x(05).
           03                     pic x(01) value spaces.
           03 que-reason          pic x(60).
           03                     pic x(01) value spaces.
           03 que-first           pic 9(08).
           03                     pic x(01) value spaces.
           03 que-last            pic 9(08).
           03                     pic x(01) value spaces.
           03 que-seen            pic 9(05).
           03                     pic x(01) value spaces.
           03 que-assignee        pic x(20).
           03                     pic x(01) value spaces.
           03 que-status          pic x(06).
           03                     pic x(01) value spaces.
           03 que-closed          pic 9(08).

      *> first-seen/today handed to datechk's day difference for the
      *> aging buckets.
       01 wk-dc-date-a        pic x(10).
       01 wk-dc-date-b        pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

      *> one aging row per owner and source with open items, sorted
      *> by owner then source before it is written.
       01 wk-age-count        binary-long value 0.
       01 wk-age-tbl.
           03 wk-age-entry occurs 200 times.
               05 wk-age-key.
                   07 wk-age-owner  pic x(20).
                   07 wk-age-source pic x(08).
               05 wk-age-open     binary-long.
               05 wk-age-b1       binary-long.
               05 wk-age-b2       binary-long.
               05 wk-age-b3       binary-long.
               05 wk-age-b4       binary-long.
               05 wk-age-oldest   binary-long.
       01 wk-age-idx          binary-long.
       01 wk-age-jdx          binary-long.
       01 wk-age-found        binary-long.
       01 wk-hold-entry       pic x(52).
       01 wk-tot-open         binary-long value 0.
       01 wk-tot-b1           binary-long value 0.
       01 wk-tot-b2           binary-long value 0.
       01 wk-tot-b3           binary-long value 0.
       01 wk-tot-b4           binary-long value 0.
       01 wk-tot-oldest       binary-long value 0.

       01 wk-aging-head.
           03                     pic x(30) value
               "Owner                Source   ".
           03                     pic x(50) value
               "  Open   0-7  8-30 31-90   >90 Oldest".
       01 wk-aging-line.
           03 agl-owner           pic x(20).
           03                     pic x(01) value spaces.
           03 agl-source          pic x(08).
           03                     pic x(01) value spaces.
           03 agl-open            pic zzzzz9.
           03 agl-b1              pic zzzzz9.
           03 agl-b2              pic zzzzz9.
           03 agl-b3              pic zzzzz9.
           03 agl-b4              pic zzzzz9.
           03 agl-oldest          pic zzzzz9.

       procedure division.
       custexcq-main.
           accept wk-age-cfg from environment "CUSTEXCQ_AGE_DAYS"
           if wk-age-cfg > 0
               move wk-age-cfg to wk-age-days
           end-if
           call "BIZDATE-TODAY" using by reference wk-today
           end-call

           perform load-owner-file
           perform load-queue-file
           perform harvest-source
               varying wk-src-idx from 1 by 1
               until wk-src-idx > wk-source-slots
           perform route-unassigned-item
               varying wk-item-idx from 1 by 1
               until wk-item-idx > wk-item-count
           perform write-queue-file
           perform write-aging-report

           display "custexcq: " wk-harvest-count " exception(s) "
               "harvested, " wk-new-count " new, " wk-closed-count
               " closed, " wk-open-count " open, " wk-aged-count
               " over " wk-age-days " day(s)"
           if wk-aged-count > 0
               goback returning 1
           end-if
           goback returning 0.

       load-owner-file section.
           move "UNASSIGNED" to wk-default-owner
           open input owner-file
           if not wk-owner-ok
               exit section
           end-if
           set wk-owner-ok to true
           perform until not wk-owner-ok
               read owner-file
               if not wk-owner-eof
                   if own-source equal "*"
                       move own-owner to wk-default-owner
                   else
                       if wk-owner-count < 50
                           add 1 to wk-owner-count
                           move own-source
                               to wk-own-source(wk-owner-count)
                           move own-owner
                               to wk-own-owner(wk-owner-count)
                       end-if
                   end-if
               end-if
           end-perform
           close owner-file
           exit section
           .

       load-queue-file section.
           open input queue-file
           if not wk-queue-ok
               exit section
           end-if
           set wk-queue-ok to true
           perform until not wk-queue-ok
               read queue-file into wk-queue-line
               if not wk-queue-eof
                   if wk-item-count < 2000
                       add 1 to wk-item-count
                       move wk-item-count to wk-item-idx
                       move que-source to wk-itm-source(wk-item-idx)
                       move que-id to wk-itm-id(wk-item-idx)
                       move que-reason to wk-itm-reason(wk-item-idx)
                       move que-first to wk-itm-first(wk-item-idx)
                       move que-last to wk-itm-last(wk-item-idx)
                       move que-seen to wk-itm-seen(wk-item-idx)
                       move que-assignee
                           to wk-itm-assignee(wk-item-idx)
                       move que-status to wk-itm-status(wk-item-idx)
                       move que-closed to wk-itm-closed(wk-item-idx)
                       set wk-itm-now(wk-item-idx) to false
                   else
                       set wk-queue-full to true
                   end-if
               end-if
           end-perform
           close queue-file
           exit section
           .

      *> one source file, read whole; a source with no file on disk
      *> has not run since and closes nothing.
       harvest-source section.
           move wk-src-filename(wk-src-idx) to wk-source-filename
           move wk-src-name(wk-src-idx) to wk-scan-source
           open input exception-file
           if not wk-exception-ok
               exit section
           end-if
           set wk-exception-ok to true
           perform until not wk-exception-ok
               read exception-file
               if not wk-exception-eof
                   and exception-rec not equal spaces
                   perform take-exception-row
               end-if
           end-perform
           close exception-file
           perform close-cleared-item
               varying wk-item-idx from 1 by 1
               until wk-item-idx > wk-item-count
           exit section
           .

       take-exception-row section.
           if wk-src-unapplied(wk-src-idx)
               and exception-rec(wk-src-sts-pos(wk-src-idx):11)
                   not equal "OPEN" and not equal "ASSIGNED"
               exit section
           end-if
           move exception-rec(wk-src-id-pos(wk-src-idx):5)
               to wk-scan-id
           move spaces to wk-scan-reason
           evaluate true
               when wk-src-reject(wk-src-idx)
                   move exception-rec(wk-src-rsn-pos(wk-src-idx):60)
                       to wk-scan-reason
               when wk-src-orphan(wk-src-idx)
                   move "ORPHAN - NO MASTER RECORD FOR THE CUSTOMER-ID"
                       to wk-scan-reason
               when wk-src-suspense(wk-src-idx)
                   string "FAILED RULES " delimited by size
                       exception-rec(wk-src-rsn-pos(wk-src-idx):4)
                           delimited by size
                       into wk-scan-reason
                   end-string
      *> the register leads with the bank-ref.
               when wk-src-unapplied(wk-src-idx)
                   string "UNAPPLIED CASH " delimited by size
                       exception-rec(1:12) delimited by size
                       " " delimited by size
                       exception-rec(wk-src-rsn-pos(wk-src-idx):9)
                           delimited by size
                       into wk-scan-reason
                   end-string
           end-evaluate
           add 1 to wk-harvest-count
           perform tally-item
           exit section
           .

      *> a repeat of an item already seen tonight (the same reject
      *> twice in one file) counts once.
       tally-item section.
           move 0 to wk-found-idx
           perform find-item-slot
               varying wk-item-idx from 1 by 1
               until wk-item-idx > wk-item-count
                  or wk-found-idx > 0
           if wk-found-idx = 0
               if wk-item-count >= 2000
                   set wk-queue-full to true
                   exit section
               end-if
               add 1 to wk-item-count
               add 1 to wk-new-count
               move wk-item-count to wk-found-idx
               move wk-scan-source to wk-itm-source(wk-found-idx)
               move wk-scan-id to wk-itm-id(wk-found-idx)
               move wk-scan-reason to wk-itm-reason(wk-found-idx)
               move wk-today to wk-itm-first(wk-found-idx)
               move 0 to wk-itm-seen(wk-found-idx)
               move spaces to wk-itm-assignee(wk-found-idx)
               move "OPEN" to wk-itm-status(wk-found-idx)
               set wk-itm-now(wk-found-idx) to false
           end-if
           if wk-itm-now(wk-found-idx)
               exit section
           end-if
           set wk-itm-now(wk-found-idx) to true
           move wk-today to wk-itm-last(wk-found-idx)
           add 1 to wk-itm-seen(wk-found-idx)
           move "OPEN" to wk-itm-status(wk-found-idx)
           move 0 to wk-itm-closed(wk-found-idx)
           exit section
           .

       find-item-slot section.
           if wk-itm-source(wk-item-idx) equal wk-scan-source
               and wk-itm-id(wk-item-idx) equal wk-scan-id
               and wk-itm-reason(wk-item-idx) equal wk-scan-reason
               move wk-item-idx to wk-found-idx
           end-if
           exit section
           .

      *> the source's latest run no longer rejects the record: it went
      *> through cleanly, so its item closes itself.
       close-cleared-item section.
           if wk-itm-source(wk-item-idx) equal wk-scan-source
               and wk-itm-status(wk-item-idx) equal "OPEN"
               and not wk-itm-now(wk-item-idx)
               move "CLOSED" to wk-itm-status(wk-item-idx)
               move wk-today to wk-itm-closed(wk-item-idx)
               add 1 to wk-closed-count
           end-if
           exit section
           .

       route-unassigned-item section.
           if wk-itm-assignee(wk-item-idx) not equal spaces
               and wk-itm-assignee(wk-item-idx) not equal "UNASSIGNED"
               exit section
           end-if
           move wk-itm-source(wk-item-idx) to wk-route-source
           move wk-default-owner to wk-route-owner
           perform match-owner-row
               varying wk-owner-idx from 1 by 1
               until wk-owner-idx > wk-owner-count
           move wk-route-owner to wk-itm-assignee(wk-item-idx)
           exit section
           .

       match-owner-row section.
           if wk-own-source(wk-owner-idx) equal wk-route-source
               move wk-own-owner(wk-owner-idx) to wk-route-owner
           end-if
           exit section
           .

       write-queue-file section.
           if wk-queue-full
               display "custexcq: work queue is full at 2000 items - "
                   "exceptions beyond it were not queued"
           end-if
           open output queue-file
           if not wk-queue-ok
               display "custexcq: unable to open custexcq-queue.dat"
               exit section
           end-if
           perform write-queue-row
               varying wk-item-idx from 1 by 1
               until wk-item-idx > wk-item-count
           close queue-file
           exit section
           .

       write-queue-row section.
           move wk-itm-source(wk-item-idx) to que-source
           move wk-itm-id(wk-item-idx) to que-id
           move wk-itm-reason(wk-item-idx) to que-reason
           move wk-itm-first(wk-item-idx) to que-first
           move wk-itm-last(wk-item-idx) to que-last
           move wk-itm-seen(wk-item-idx) to que-seen
           move wk-itm-assignee(wk-item-idx) to que-assignee
           move wk-itm-status(wk-item-idx) to que-status
           move wk-itm-closed(wk-item-idx) to que-closed
           write queue-rec from wk-queue-line
           if wk-itm-status(wk-item-idx) equal "OPEN"
               add 1 to wk-open-count
           end-if
           exit section
           .

       write-aging-report section.
           perform age-open-item
               varying wk-item-idx from 1 by 1
               until wk-item-idx > wk-item-count
           perform sort-pass
               varying wk-age-idx from 1 by 1
               until wk-age-idx >= wk-age-count
           open output aging-file
           if not wk-aging-ok
               display "custexcq: unable to open custexcq-aging.txt"
               exit section
           end-if
           write aging-rec from wk-aging-head
           perform write-aging-row
               varying wk-age-idx from 1 by 1
               until wk-age-idx > wk-age-count
           move "TOTAL" to agl-owner
           move spaces to agl-source
           move wk-tot-open to agl-open
           move wk-tot-b1 to agl-b1
           move wk-tot-b2 to agl-b2
           move wk-tot-b3 to agl-b3
           move wk-tot-b4 to agl-b4
           move wk-tot-oldest to agl-oldest
           write aging-rec from wk-aging-line
           close aging-file
           exit section
           .

       age-open-item section.
           if wk-itm-status(wk-item-idx) not equal "OPEN"
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
               or wk-diff-days < 0
               move 0 to wk-diff-days
           end-if
           if wk-diff-days > wk-age-days
               add 1 to wk-aged-count
           end-if

           move 0 to wk-age-found
           perform find-age-slot
               varying wk-age-idx from 1 by 1
               until wk-age-idx > wk-age-count
                  or wk-age-found > 0
           if wk-age-found = 0
               if wk-age-count >= 200
                   exit section
               end-if
               add 1 to wk-age-count
               move wk-age-count to wk-age-found
               move wk-itm-assignee(wk-item-idx)
                   to wk-age-owner(wk-age-found)
               move wk-itm-source(wk-item-idx)
                   to wk-age-source(wk-age-found)
               move 0 to wk-age-open(wk-age-found)
               move 0 to wk-age-b1(wk-age-found)
               move 0 to wk-age-b2(wk-age-found)
               move 0 to wk-age-b3(wk-age-found)
               move 0 to wk-age-b4(wk-age-found)
               move 0 to wk-age-oldest(wk-age-found)
           end-if
           add 1 to wk-age-open(wk-age-found)
           evaluate true
               when wk-diff-days <= 7
                   add 1 to wk-age-b1(wk-age-found)
               when wk-diff-days <= 30
                   add 1 to wk-age-b2(wk-age-found)
               when wk-diff-days <= 90
                   add 1 to wk-age-b3(wk-age-found)
               when other
                   add 1 to wk-age-b4(wk-age-found)
           end-evaluate
           if wk-diff-days > wk-age-oldest(wk-age-found)
               move wk-diff-days to wk-age-oldest(wk-age-found)
           end-if
           exit section
           .

       find-age-slot section.
           if wk-age-owner(wk-age-idx)
                   equal wk-itm-assignee(wk-item-idx)
               and wk-age-source(wk-age-idx)
                   equal wk-itm-source(wk-item-idx)
               move wk-age-idx to wk-age-found
           end-if
           exit section
           .

       ymd-to-iso-pair section.
           move spaces to wk-dc-date-a wk-dc-date-b
           string wk-itm-first(wk-item-idx)(1:4) "-"
               wk-itm-first(wk-item-idx)(5:2) "-"
               wk-itm-first(wk-item-idx)(7:2)
               delimited by size into wk-dc-date-a
           string wk-today(1:4) "-" wk-today(5:2) "-" wk-today(7:2)
               delimited by size into wk-dc-date-b
           exit section
           .

      *> one outer step of a bubble sort, ascending on owner and
      *> source.
       sort-pass section.
           perform compare-swap
               varying wk-age-jdx from 1 by 1
               until wk-age-jdx >= wk-age-count
           exit section
           .

       compare-swap section.
           if wk-age-key(wk-age-jdx) > wk-age-key(wk-age-jdx + 1)
               move wk-age-entry(wk-age-jdx) to wk-hold-entry
               move wk-age-entry(wk-age-jdx + 1)
                   to wk-age-entry(wk-age-jdx)
               move wk-hold-entry to wk-age-entry(wk-age-jdx + 1)
           end-if
           exit section
           .

       write-aging-row section.
           move wk-age-owner(wk-age-idx) to agl-owner
           move wk-age-source(wk-age-idx) to agl-source
           move wk-age-open(wk-age-idx) to agl-open
           move wk-age-b1(wk-age-idx) to agl-b1
           move wk-age-b2(wk-age-idx) to agl-b2
           move wk-age-b3(wk-age-idx) to agl-b3
           move wk-age-b4(wk-age-idx) to agl-b4
           move wk-age-oldest(wk-age-idx) to agl-oldest
           write aging-rec from wk-aging-line
           add wk-age-open(wk-age-idx) to wk-tot-open
           add wk-age-b1(wk-age-idx) to wk-tot-b1
           add wk-age-b2(wk-age-idx) to wk-tot-b2
           add wk-age-b3(wk-age-idx) to wk-tot-b3
           add wk-age-b4(wk-age-idx) to wk-tot-b4
           if wk-age-oldest(wk-age-idx) > wk-tot-oldest
               move wk-age-oldest(wk-age-idx) to wk-tot-oldest
           end-if
           exit section
           .

       end program custexcq.
