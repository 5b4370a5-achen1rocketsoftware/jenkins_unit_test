      * The master rewrite is audited (action "E") with the name
      * already blanked in both images, so the trail shows that an
      * erasure happened without re-recording what was erased.
      *
      * The trail is scrubbed across its whole history: the archived
      * segments audarch sealed away first, oldest to newest, then
      * the live trail, with the chain rebuilt through all of them
      * and every seal and anchor row re-stamped with the rebuilt
      * hashes, so audvrfy still finds one intact chain. A segment
      * the live trail's anchor names but that is missing fails the
      * erasure.
      *****************************************************************
       identification division.
       program-id. custeras.
           organization is line sequential
           file status is wk-archive-status.

           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

       fd audit-file.
       01 audit-rec.
           03 aud-customer-id     pic 9(05).
           03 filler              pic x(40).
           03 aud-action          pic x(01).
               88 aud-control-row     value "Y", "Z".
               88 aud-seal-row        value "Z".
           03 filler              pic x(01).
           03 aud-before-image.
               05 aud-bef-id      pic x(05).
               05 aud-bef-name    pic x(30).
       01 wk-hash-content     pic x(199).
       01 wk-hash-prev        pic 9(10) value 0.
       01 wk-hash-out         pic 9(10).
       01 wk-file-first-hash  pic 9(10).

      *> the archived segments behind the live trail, scrubbed first.
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
      *> run ids - with only the name bytes inside the id's own
      *> before/after images blanked.
       scrub-audit-file section.
           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           move 0 to wk-hash-prev
           perform scrub-audit-segment
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
                  or wk-scrub-failed
           if wk-scrub-failed
               exit section
           end-if
           move "customer-audit.dat" to wk-audit-filename
           perform scrub-one-audit-file
           exit section
           .

       scrub-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               display "custeras: archived segment " wk-audit-filename
                   " is missing"
               set wk-scrub-failed to true
               exit section
           end-if
           close audit-file
           perform scrub-one-audit-file
           exit section
           .

      *> once any row has been scrubbed, every file from there on is
      *> written back, because the rebuilt chain runs through it.
       scrub-one-audit-file section.
           open input audit-file
           if not wk-audit-ok-status
               exit section
               set wk-scrub-failed to true
               exit section
           end-if
           move 0 to wk-file-first-hash
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   if aud-customer-id = 0 and aud-control-row
                       perform rechain-control-row
                   else
                       if aud-customer-id = wk-erase-id-cfg
                           if aud-before-image not equal spaces
                               move spaces to aud-bef-name
                           end-if
                           if aud-after-image not equal spaces
                               move spaces to aud-aft-name
                           end-if
                           add 1 to wk-audit-count
                       end-if
                       perform rechain-audit-row
                   end-if
                   write work-rec from audit-rec
               end-if
           end-perform
           end-call
           move wk-hash-out to aud-chain-hash
           move wk-hash-out to wk-hash-prev
           if wk-file-first-hash = 0
               move wk-hash-out to wk-file-first-hash
           end-if
           exit section
           .

      *> a seal or anchor takes the rebuilt chain's figures - a seal
      *> its segment's first hash (53:10), both the link the next
      *> row chains from (64:10) - and is hashed over them again
      *> without moving the chain on.
       rechain-control-row section.
           if aud-seal-row
               move wk-file-first-hash to audit-rec(53:10)
           end-if
           move wk-hash-prev to audit-rec(64:10)
           move audit-rec(1:199) to wk-hash-content
           call "CUSTAUDIT-CHAIN-HASH" using
               by reference wk-hash-content
               by reference wk-hash-prev
               by reference wk-hash-out
           end-call
           move wk-hash-out to aud-chain-hash
           exit section
           .

