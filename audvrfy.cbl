      * column; they are counted as unhashed and the chain is
      * verified from the first hashed row onward.
      *
      * AUDVRFY_SCOPE picks how much of the history is walked:
      *   LIVE (default)  customer-audit.dat alone - when audarch has
      *                   sealed earlier periods away, the chain is
      *                   picked up from the anchor row that starts
      *                   the live trail
      *   ALL             every archived segment, oldest first, then
      *                   the live trail, as one chain: each seal
      *                   must match the rows it closes (count,
      *                   first and last hash), each anchor the seal
      *                   before it, and no segment may be missing
      * A break names the file and the row within it.
      *
      * RC 0 when the chain is intact, RC 1 on the first break.
      *****************************************************************
       identification division.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.
       data division.
       file section.
       fd audit-file.
       01 audit-rec.
           03 aud-content.
               05 aud-customer-id pic x(05).
               05                 pic x(40).
               05 aud-action      pic x(01).
                   88 aud-anchor-row  value "Y".
                   88 aud-seal-row    value "Z".
               05                 pic x(01).
               05 aud-seg-no      pic x(04).
               05                 pic x(01).
               05 aud-first-hash  pic x(10).
               05                 pic x(01).
               05 aud-last-hash   pic x(10).
               05                 pic x(01).
               05 aud-seg-rows    pic x(09).
               05                 pic x(01).
               05 aud-archived-rows pic x(09).
               05                 pic x(106).
           03                     pic x(01).
           03 aud-chain-hash      pic x(10).

           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".

       01 wk-scope-cfg        pic x(04).
           88 wk-scope-all        value "ALL".
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04) value 0.
       01 wk-seg-rows         pic 9(09) value 0.
       01 wk-seg-no           pic 9(04) value 0.
       01 wk-in-segment-sw    pic x(01) value "N".
           88 wk-in-segment       value "Y" false "N".

       01 wk-row-count        binary-long value 0.
       01 wk-hashed-count     binary-long value 0.
       01 wk-unhashed-count   binary-long value 0.
       01 wk-broken-row       binary-long value 0.
       01 wk-broken-file      pic x(30).
       01 wk-broken-id        pic x(05) value spaces.
       01 wk-broken-reason    pic x(40).

      *> one file's own figures, checked against its seal; the
      *> archived count runs across the segments walked so far.
       01 wk-file-rows        binary-long value 0.
       01 wk-file-first-hash  pic 9(10) value 0.
       01 wk-seal-seen-sw     pic x(01) value "N".
           88 wk-seal-seen        value "Y" false "N".
       01 wk-archived-count   binary-long value 0.
       01 wk-expect-seg-no    pic 9(04).

       01 wk-hash-content     pic x(199).
       01 wk-hash-prev        pic 9(10) value 0.
       01 wk-hash-out         pic 9(10).
       01 wk-control-prev     pic 9(10).

       procedure division.
       audvrfy-main.
           accept wk-scope-cfg from environment "AUDVRFY_SCOPE"
           if wk-scope-all
               call "CUSTAUDIT-SEGMENTS" using
                   by reference wk-seg-count
                   by reference wk-seg-rows
               end-call
               set wk-in-segment to true
               perform verify-segment-file
                   varying wk-seg-no from 1 by 1
                   until wk-seg-no > wk-seg-count
                      or wk-broken-row > 0
               set wk-in-segment to false
           end-if
           if wk-broken-row = 0
               move "customer-audit.dat" to wk-audit-filename
               open input audit-file
               if not wk-audit-ok-status
                   display "audvrfy: no customer-audit.dat to verify"
                   goback returning 1
               end-if
               perform verify-open-file
           end-if

           if wk-broken-row > 0
               display "audvrfy: CHAIN BROKEN at row "
                   wk-broken-row " of " wk-broken-file
                   " - customer " wk-broken-id
               display "audvrfy: " wk-broken-reason
               goback returning 1
           end-if
           display "audvrfy: chain intact - " wk-hashed-count
               " hashed row(s) verified, "
               wk-unhashed-count " pre-chain row(s)"
           if wk-scope-all
               display "audvrfy: " wk-seg-count " archived segment(s)"
                   " walked with the live trail"
           end-if
           goback returning 0.

       verify-segment-file section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           open input audit-file
           if not wk-audit-ok-status
               move 1 to wk-broken-row
               move wk-audit-filename to wk-broken-file
               move "archived segment missing" to wk-broken-reason
               exit section
           end-if
           perform verify-open-file
           if wk-broken-row = 0 and not wk-seal-seen
               move wk-row-count to wk-broken-row
               move wk-audit-filename to wk-broken-file
               move "segment does not end with its seal"
                   to wk-broken-reason
           end-if
           exit section
           .

       verify-open-file section.
           move 0 to wk-row-count
           move 0 to wk-file-rows
           move 0 to wk-file-first-hash
           set wk-seal-seen to false
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               or wk-broken-row > 0
               read audit-file
               if not wk-audit-eof-status
                   add 1 to wk-row-count
                   perform verify-one-row
                   if wk-broken-row > 0
                       move wk-audit-filename to wk-broken-file
                       move aud-customer-id to wk-broken-id
                   end-if
               end-if
           end-perform
           close audit-file
           exit section
           .

       verify-one-row section.
           if wk-seal-seen
               move wk-row-count to wk-broken-row
               move "row after the segment's seal"
                   to wk-broken-reason
               exit section
           end-if
           if aud-customer-id equal "00000" and aud-anchor-row
               perform verify-anchor-row
               exit section
           end-if
           if aud-customer-id equal "00000" and aud-seal-row
               perform verify-seal-row
               exit section
           end-if
           add 1 to wk-file-rows
           perform verify-one-link
           exit section
           .

       verify-one-link section.
           if aud-chain-hash not numeric
           end-call
           if wk-hash-out not = function numval(aud-chain-hash)
               move wk-row-count to wk-broken-row
               move "hash does not match" to wk-broken-reason
               exit section
           end-if
           add 1 to wk-hashed-count
           move wk-hash-out to wk-hash-prev
           if wk-file-first-hash = 0
               move wk-hash-out to wk-file-first-hash
           end-if
           exit section
           .

      *> an anchor starts a file and carries the link its first row
      *> chains from. Walking the live trail alone, that link is
      *> taken on trust from the anchor; walking the whole history,
      *> it must be the link the chain has reached and the anchor
      *> must name the segment just walked.
       verify-anchor-row section.
           if wk-row-count not = 1
               or aud-seg-no not numeric
               or aud-last-hash not numeric
               or aud-archived-rows not numeric
               move wk-row-count to wk-broken-row
               move "misplaced or malformed anchor row"
                   to wk-broken-reason
               exit section
           end-if
           if wk-scope-all
               if wk-in-segment
                   compute wk-expect-seg-no = wk-seg-no - 1
               else
                   move wk-seg-count to wk-expect-seg-no
               end-if
               if function numval(aud-seg-no) not = wk-expect-seg-no
                   or function numval(aud-last-hash)
                       not = wk-hash-prev
                   or function numval(aud-archived-rows)
                       not = wk-archived-count
                   move wk-row-count to wk-broken-row
                   move "anchor does not match the seal before it"
                       to wk-broken-reason
                   exit section
               end-if
           end-if
           move aud-last-hash to wk-control-prev
           perform verify-control-hash
           if wk-broken-row = 0
               move wk-control-prev to wk-hash-prev
           end-if
           exit section
           .

      *> a seal closes a segment: its figures must be the rows it
      *> closes, and nothing may follow it.
       verify-seal-row section.
           if not wk-in-segment
               or aud-seg-no not numeric
               or aud-first-hash not numeric
               or aud-last-hash not numeric
               or aud-seg-rows not numeric
               or aud-archived-rows not numeric
               move wk-row-count to wk-broken-row
               move "misplaced or malformed seal row"
                   to wk-broken-reason
               exit section
           end-if
           add wk-file-rows to wk-archived-count
           if function numval(aud-seg-no) not = wk-seg-no
               or function numval(aud-first-hash)
                   not = wk-file-first-hash
               or function numval(aud-last-hash) not = wk-hash-prev
               or function numval(aud-seg-rows) not = wk-file-rows
               or function numval(aud-archived-rows)
                   not = wk-archived-count
               move wk-row-count to wk-broken-row
               move "seal does not match the rows it closes"
                   to wk-broken-reason
               exit section
           end-if
           move wk-hash-prev to wk-control-prev
           perform verify-control-hash
           set wk-seal-seen to true
           exit section
           .

      *> a seal or anchor is hashed over its own content and the
      *> link it carries, and does not move the chain on.
       verify-control-hash section.
           if aud-chain-hash not numeric
               move wk-row-count to wk-broken-row
               move "seal or anchor row without a hash"
                   to wk-broken-reason
               exit section
           end-if
           move aud-content to wk-hash-content
           call "CUSTAUDIT-CHAIN-HASH" using
               by reference wk-hash-content
               by reference wk-control-prev
               by reference wk-hash-out
           end-call
           if wk-hash-out not = function numval(aud-chain-hash)
               move wk-row-count to wk-broken-row
               move "seal or anchor hash does not match"
                   to wk-broken-reason
           end-if
           exit section
           .
