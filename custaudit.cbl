      * calls CUSTAUDIT-SET-OPERATOR once with the id mfutauth
      * handed back, and every record the run writes carries it -
      * so the trail answers "who", not just which run.
      *
      * Closed periods of the trail are sealed away by audarch into
      * archived segments, customer-audit-seg-nnnn.dat, oldest
      * first; the live trail then starts with an anchor row
      * pointing back at the last seal, and the chain carries on
      * from the sealed period's last hash (see audarch for the
      * seal and anchor layouts). CUSTAUDIT-SEGMENTS hands back how
      * many segments there are and how many trail rows they hold,
      * and CUSTAUDIT-SEGMENT-NAME the file name of one of them, so
      * every program that reads the whole history reads the same
      * files in the same order.
      *
      * The steps of a partitioned custpost run post side by side,
      * so each is pointed at a trail of its own with
      * CUSTAUDIT-SET-TRAIL; the merge step hands every one of
      * those rows, stamps intact, to CUSTAUDIT-APPEND, which
      * chains it onto the live trail like any other row.
      *****************************************************************
       identification division.
       program-id. custaudit.
       environment division.
       input-output section.
           file-control.
           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.
       data division.
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status  value "00".

      *> the live trail, unless the run unit has been pointed at a
      *> trail of its own through CUSTAUDIT-SET-TRAIL.
       01 wk-audit-filename   pic x(40) value "customer-audit.dat".

      *> built here, separators and all, and written whole, the same
      *> way every report line in this suite is laid out.
       01 wk-audit-line-all.
       01 lk-hash-content     pic x(199).
       01 lk-hash-prev        pic 9(10).
       01 lk-hash-out         pic 9(10).
       01 lk-seg-count        pic 9(04).
       01 lk-seg-rows         pic 9(09).
       01 lk-seg-no           pic 9(04).
       01 lk-seg-filename     pic x(30).
       01 lk-aud-trail        pic x(40).
       01 lk-aud-row          pic x(199).

       procedure division using lk-aud-action
                                 lk-aud-customer-id
           move lk-aud-before to aud-before-image
           move lk-aud-after to aud-after-image
           move wk-operator to aud-operator
           perform append-chained-row
           goback.

      *> the row chained onto the last hash on file and appended.
       append-chained-row section.
           if not wk-chain-init
               perform init-chain-state
           end-if
               write audit-rec from wk-audit-line-all
               close audit-file
           else
               display "custaudit: unable to open " wk-audit-filename
               move 1 to return-code
           end-if
           exit section
           .

      *> the chain resumes from the last hash already on file; rows
      *> from before the chain existed carry spaces there and leave
           exit section
           .

      *> an anchor row hashes itself without moving the chain on:
      *> the next row links to the sealed period's last hash, which
      *> the anchor carries at 64:10.
       read-last-chain-row section.
           read audit-file
           if wk-audit-ok-status
               if audit-rec(1:5) equal "00000"
                   and audit-rec(46:1) equal "Y"
                   and audit-rec(64:10) numeric
                   move audit-rec(64:10) to wk-chain-hash
               else
                   if audit-rec(201:10) numeric
                       move audit-rec(201:10) to wk-chain-hash
                   end-if
               end-if
           end-if
           exit section
           move lk-aud-operator to wk-operator
           goback.

      *> a partitioned custpost step writes to a trail of its own,
      *> so steps running side by side never append to one chain;
      *> the merge carries the rows onto the live trail afterwards.
       entry "CUSTAUDIT-SET-TRAIL" using lk-aud-trail.
           move lk-aud-trail to wk-audit-filename
           set wk-chain-init to false
           goback.

      *> a row already stamped and complete - one of those
      *> partition rows - chained onto the trail exactly as it
      *> stands.
       entry "CUSTAUDIT-APPEND" using lk-aud-row.
           move lk-aud-row to wk-audit-line
           perform append-chained-row
           goback.

      *> the chain hash as a shared service, so AUDVRFY's walk and
      *> the erasure re-chain compute exactly what the writer wrote.
       entry "CUSTAUDIT-CHAIN-HASH" using lk-hash-content,
           move wk-hash-out to lk-hash-out
           goback.

      *> the archived segments behind the live trail: the anchor
      *> that starts the live trail names the last one (48:4) and
      *> the trail rows sealed into all of them (85:9); no anchor,
      *> nothing archived yet.
       entry "CUSTAUDIT-SEGMENTS" using lk-seg-count, lk-seg-rows.
           move 0 to lk-seg-count
           move 0 to lk-seg-rows
           open input audit-file
           if not wk-audit-ok-status
               goback
           end-if
           read audit-file
           if wk-audit-ok-status
               and audit-rec(1:5) equal "00000"
               and audit-rec(46:1) equal "Y"
               if audit-rec(48:4) numeric
                   move audit-rec(48:4) to lk-seg-count
               end-if
               if audit-rec(85:9) numeric
                   move audit-rec(85:9) to lk-seg-rows
               end-if
           end-if
           close audit-file
           goback.

       entry "CUSTAUDIT-SEGMENT-NAME" using lk-seg-no, lk-seg-filename.
           move spaces to lk-seg-filename
           string "customer-audit-seg-" lk-seg-no ".dat"
               delimited by size into lk-seg-filename
           goback.

       end program custaudit.
