      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CUSTSUBX cuts a small, self-consistent slice of the customer
      * estate for a test environment: a sample of customers off the
      * master together with every row the other files hold for
      * them, anonymised the same way everywhere, so custtrial,
      * cust360 and custstmt see a set whose pieces agree.
      *
      *   CUSTSUBX_SAMPLE_SIZE  customers to take (default 300)
      *   CUSTSUBX_STATUSES     account statuses to sample from, any
      *                         of O C D together (default all)
      *   CUSTSUBX_BUCKETS      aging buckets to sample from, any of
      *                         1-5 (custage's current .. oldest) and
      *                         U for a blank or invalid last-activity
      *                         date (default all)
      *   CUSTSUBX_EDGE_IDS     known edge cases, always taken: up to
      *                         20 five-digit ids, one every six
      *                         characters ("00017 00342 ...")
      *   CUSTSUBX_DIR          where the set is written (default
      *                         custsubx-yyyymmdd, the business date)
      *
      * Aging follows custage: days since last activity against the
      * business date, through datechk, with custage's bucket edges
      * as the parameter file has them today. The edge-case ids come
      * first; the rest of the sample is spread evenly across the
      * master's eligible records (every nth in id order) so it is
      * not just the lowest ids.
      *
      * Consistency wins over size. A transfer on the ledger takes
      * the account on its other leg into the set as well, and
      * that account's own transfers after it, until the set is
      * closed; a retired id custmrgu folded into a chosen customer
      * (customer-xref.dat, chains followed) brings its rows along.
      *
      * Every name is replaced from custanon's synthetic alphabet,
      * but by the id alone - a 6-letter first name and 10-letter
      * surname sliced at offsets the id decides, whatever the
      * original spelling or length - so one customer carries one
      * synthetic name in the master, every audit image and the
      * suspense rows alike; a blank name stays blank, as the edge
      * case it is. Address lines become a test street, the
      * postcode keeps only its outward part and the contact is
      * the customer's synthetic name.
      *
      * The directory holds, ready to load:
      *   customers-feed.dat   custload feed (HDR/TRL framed) for
      *                        a fresh CUSTOMERS master
      *   custcmnt-load.dat    "A" transactions for custcmnt (CUSTCCY)
      *   custamnt-load.dat    "A" transactions for custamnt (CUSTADDR)
      *   custpost-ledger.dat  the live ledger rows
      *   customer-audit.dat   the trail, archived segments first,
      *                        as one live trail with its chain
      *                        rebuilt so audvrfy passes it
      *   customer-xref.dat    the cross-reference rows
      *   custdq-suspense.dat  the suspense rows
      *   custsubx-manifest.txt the rules, the counts and the order
      *                        to load in
      * The sequential files are copied into place as they stand.
      * Control records (custtrial, ctlbal) are not carried: their
      * first run in the test environment takes the subset as its
      * baseline. Nothing in the live estate is written.
      *****************************************************************
       identification division.
       program-id. custsubx.
       environment division.
       input-output section.
           file-control.
           select cust assign external customers
           organization is indexed
           access mode is sequential
           record key is customer-id
           file status is wk-cust-status.

           select addr assign external custaddr
           organization is indexed
           access mode is sequential
           record key is addr-customer-id
           file status is wk-addr-status.

           select ccy-file assign external custccy
           organization is indexed
           access mode is sequential
           record key is ccy-customer-id
           file status is wk-ccy-status.

           select ledger-file assign to "custpost-ledger.dat"
           organization is line sequential
           file status is wk-ledger-status.

           select audit-file assign to wk-audit-filename
           organization is line sequential
           file status is wk-audit-status.

           select xref-file assign to "customer-xref.dat"
           organization is line sequential
           file status is wk-xref-status.

           select suspense-file assign to "custdq-suspense.dat"
           organization is line sequential
           file status is wk-suspense-status.

      *> one output at a time into the subset directory, the way
      *> custeras streams every file through one scratch record.
           select out-file assign to wk-out-filename
           organization is line sequential
           file status is wk-out-status.

           select manifest-file assign to wk-manifest-filename
           organization is line sequential
           file status is wk-manifest-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd addr.
       01 addr-file.
           copy "customer-address.cpy".

       fd ccy-file.
       01 ccy-rec.
           copy "customer-currency.cpy".

      *> custpost-ledger.dat: only the owner, the type and the other
      *> leg of a transfer are needed here.
       fd ledger-file.
       01 ledger-rec.
           03 led-customer-id     pic 9(05).
           03 filler              pic x(40).
           03 led-type            pic x(01).
               88 led-transfer        value "T".
           03 filler              pic x(48).
           03 led-xref-id         pic x(05).
           03 filler              pic x(27).

       fd audit-file.
       01 audit-rec.
           03 aud-customer-id     pic 9(05).
           03 filler              pic x(40).
           03 aud-action          pic x(01).
               88 aud-control-row     value "Y", "Z".
           03 filler              pic x(01).
           03 aud-before-image.
               05 aud-bef-id      pic x(05).
               05 aud-bef-name    pic x(30).
               05 filler          pic x(30).
           03                     pic x(01).
           03 aud-after-image.
               05 aud-aft-id      pic x(05).
               05 aud-aft-name    pic x(30).
               05 filler          pic x(30).
           03 aud-trailer         pic x(21).
           03                     pic x(01).
           03 aud-chain-hash      pic x(10).

       fd xref-file.
       01 xref-rec.
           03 xrf-old-id          pic 9(05).
           03                     pic x(01).
           03 xrf-new-id          pic 9(05).
           03                     pic x(01).
           03 xrf-date            pic 9(08).

       fd suspense-file.
       01 suspense-rec.
           03 sus-reasons         pic x(04).
           03                     pic x(01).
           03 sus-image.
               05 sus-customer-id pic 9(05).
               05 sus-name        pic x(30).
               05 filler          pic x(30).

       fd out-file.
       01 out-rec                 pic x(210).

       fd manifest-file.
       01 manifest-rec            pic x(80).

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
           88 wk-cust-eof-status    value "10".
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
           88 wk-addr-eof-status    value "10".
       01 wk-ccy-status       pic xx.
           88 wk-ccy-ok-status      value "00".
           88 wk-ccy-eof-status     value "10".
       01 wk-ledger-status    pic xx.
           88 wk-ledger-ok-status   value "00".
           88 wk-ledger-eof-status  value "10".
       01 wk-audit-status     pic xx.
           88 wk-audit-ok-status    value "00".
           88 wk-audit-eof-status   value "10".
       01 wk-xref-status      pic xx.
           88 wk-xref-ok-status     value "00".
           88 wk-xref-eof-status    value "10".
       01 wk-suspense-status  pic xx.
           88 wk-suspense-ok-status value "00".
           88 wk-suspense-eof-status value "10".
       01 wk-out-status       pic xx.
           88 wk-out-ok-status      value "00".
       01 wk-manifest-status  pic xx.
           88 wk-manifest-ok-status value "00".

      *> the selection rules.
       01 wk-sample-cfg       pic x(05).
       01 wk-sample-size      binary-long.
       01 wk-status-cfg       pic x(10).
       01 wk-bucket-cfg       pic x(10).
       01 wk-edge-cfg         pic x(120).
       01 wk-dir-cfg          pic x(40).

       78 wk-edge-slots       value 20.
       01 wk-edge-count       binary-long value 0.
       01 wk-edge-tbl.
           03 wk-edge-id      pic 9(05) occurs 20 times.
       01 wk-edge-idx         binary-long.
       01 wk-edge-offset      binary-long.
       01 wk-edge-missing     binary-long value 0.

      *> one slot per possible customer-id, the direct-indexed way
      *> custxref keeps its map: space - not on the master; "M" on
      *> the master; "E" on the master and eligible for the sample;
      *> "S" in the set; "R" a retired id riding with one in the set.
       01 wk-id-tbl.
           03 wk-id-flag      pic x(01) occurs 99999 times.
               88 wk-id-on-master     value "M", "E".
               88 wk-id-eligible      value "E".
               88 wk-id-chosen        value "S".
               88 wk-id-carried       value "S", "R".
       01 wk-id-idx           binary-long.
       01 wk-other-id         pic 9(05).

       01 wk-master-count     binary-long value 0.
       01 wk-eligible-count   binary-long value 0.
       01 wk-chosen-count     binary-long value 0.
       01 wk-edge-chosen      binary-long value 0.
       01 wk-sample-chosen    binary-long value 0.
       01 wk-transfer-added   binary-long value 0.
       01 wk-retired-count    binary-long value 0.
       01 wk-sample-step      binary-long.
       01 wk-step-countdown   binary-long.
       01 wk-pass-added       binary-long.
       01 wk-pass-count       binary-long.
       78 wk-max-passes       value 10.

      *> custage's five buckets and their edges.
       01 wk-bucket-floor-tbl.
           03 filler pic 9(04) value 0000.
           03 filler pic 9(04) value 0030.
           03 filler pic 9(04) value 0060.
           03 filler pic 9(04) value 0090.
           03 filler pic 9(04) value 0180.
       01 wk-bucket-floor-rdf redefines wk-bucket-floor-tbl.
           03 wk-bucket-floor pic 9(04) occurs 5 times.
       01 wk-bucket-idx       binary-long.
       01 wk-target-idx       binary-long.
       01 wk-bucket-code      pic x(01).
       01 wk-edges-bad-sw     pic x(01) value "N".
           88 wk-edges-bad        value "Y" false "N".
       01 wk-rule-hits        binary-long.

       01 wk-parm-name.
           03                 pic x(14) value "CUSTAGE_BUCKET".
           03 wk-parm-bucket  pic 9(01).
           03                 pic x(15) value "_DAYS".
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-in-force    value "Y".
           88 wk-parm-unreadable  value "E".

       01 wk-today-ymd        pic 9(8).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).
       01 wk-dc-input-date    pic x(10).
       01 wk-dc-locale        pic x(01) value "I".
       01 wk-diff-days        binary-long.
       01 wk-diff-valid       pic x(01).

      *> custanon's synthetic alphabet.
       01 wk-anon-alphabet    pic x(42)
           value "XAXBXCXDXEXFXGXHXIXJXKXLXMXNXOXPXQXRXSXTXU".
       01 wk-anon-id          pic 9(05).
       01 wk-anon-name.
           03 wk-anon-fname   pic x(14).
           03 wk-anon-sname   pic x(16).
       01 wk-anon-place       binary-long.
       01 wk-slice-start      binary-long.
       01 wk-postcode-hold    pic x(08).
       01 wk-outward-len      binary-long.

      *> the feed's frame, the layout custload checks.
       01 wk-feed-hdr-line.
           03                     pic x(03) value "HDR".
           03 fhd-date            pic x(10).
           03 fhd-source          pic x(10) value "CUSTSUBX".
       01 wk-feed-trl-line.
           03                     pic x(03) value "TRL".
           03 ftr-count           pic 9(08).
           03 ftr-hash            pic 9(10).
       01 wk-id-hash          binary-double value 0.

       01 wk-load-line.
           03 lod-action          pic x(01) value "A".
           03 lod-image           pic x(102).

      *> the subset trail is chained afresh through the same
      *> CUSTAUDIT-CHAIN-HASH the writer and audvrfy use.
       01 wk-hash-content     pic x(199).
       01 wk-hash-prev        pic 9(10) value 0.
       01 wk-hash-out         pic 9(10).
       01 wk-audit-filename   pic x(30).
       01 wk-seg-count        pic 9(04).
       01 wk-seg-rows         pic 9(09).
       01 wk-seg-no           pic 9(04).

       01 wk-feed-count       binary-long value 0.
       01 wk-ccy-count        binary-long value 0.
       01 wk-addr-count       binary-long value 0.
       01 wk-ledger-count     binary-long value 0.
       01 wk-audit-count      binary-long value 0.
       01 wk-xref-count       binary-long value 0.
       01 wk-suspense-count   binary-long value 0.

       01 wk-out-dir          pic x(40).
       01 wk-dir-rc           binary-long.
       01 wk-out-filename     pic x(80).
       01 wk-manifest-filename pic x(80).
       01 wk-file-leaf        pic x(30).

       01 wk-manifest-line.
           03 mfl-filename        pic x(24).
           03                     pic x(01) value spaces.
           03 mfl-count           pic zzzzzzz9.
           03                     pic x(07) value " row(s)".
       01 wk-count-edit       pic zzzzzzz9.

       procedure division.
       custsubx-main.
           perform build-today-iso-date
           perform read-selection-rules
           if return-code not = 0
               goback returning 1
           end-if
           perform read-bucket-edge
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           if wk-parm-unreadable
               display "custsubx: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if
           if wk-edges-bad
               display "custsubx: bucket edges must rise from one "
                   "bucket to the next - run refused"
               goback returning 1
           end-if

           move spaces to wk-id-tbl
           perform scan-master
           if return-code not = 0
               goback returning 1
           end-if
           perform choose-edge-id
               varying wk-edge-idx from 1 by 1
               until wk-edge-idx > wk-edge-count
           perform choose-sample
           move 0 to wk-pass-count
           perform follow-transfers test after
               until wk-pass-added = 0
                  or wk-pass-count >= wk-max-passes
           move 0 to wk-pass-count
           perform follow-retired-ids test after
               until wk-pass-added = 0
                  or wk-pass-count >= wk-max-passes

           call "CBL_CREATE_DIR" using wk-out-dir
               returning wk-dir-rc
           end-call
           move "custsubx-manifest.txt" to wk-file-leaf
           perform build-out-filename
           move wk-out-filename to wk-manifest-filename
           open output manifest-file
           if not wk-manifest-ok-status
               display "custsubx: unable to write the subset to "
                   wk-out-dir
               goback returning 1
           end-if
           perform write-manifest-heading

           perform write-master-feed
           perform write-currency-load
           perform write-address-load
           perform write-ledger-subset
           perform write-audit-subset
           perform write-xref-subset
           perform write-suspense-subset
           perform write-manifest-totals
           close manifest-file

           display "custsubx: " wk-chosen-count " customer(s) ("
               wk-edge-chosen " edge case, " wk-sample-chosen
               " sampled, " wk-transfer-added " transfer leg) and "
               wk-retired-count " retired id(s) written to "
               wk-out-dir
           goback returning 0.

       read-selection-rules section.
           move 0 to return-code
           accept wk-sample-cfg from environment
               "CUSTSUBX_SAMPLE_SIZE"
           if wk-sample-cfg equal spaces
               move 300 to wk-sample-size
           else
               compute wk-sample-size =
                   function numval(wk-sample-cfg)
               if wk-sample-size < 1
                   display "custsubx: CUSTSUBX_SAMPLE_SIZE must be a "
                       "positive number"
                   move 1 to return-code
                   exit section
               end-if
           end-if

           accept wk-status-cfg from environment "CUSTSUBX_STATUSES"
           if wk-status-cfg equal spaces
               move "OCD" to wk-status-cfg
           end-if
           accept wk-bucket-cfg from environment "CUSTSUBX_BUCKETS"
           if wk-bucket-cfg equal spaces
               move "12345U" to wk-bucket-cfg
           end-if

           accept wk-edge-cfg from environment "CUSTSUBX_EDGE_IDS"
           perform read-edge-id
               varying wk-edge-offset from 1 by 6
               until wk-edge-offset > 116
                  or wk-edge-count >= wk-edge-slots
                  or return-code not = 0

           accept wk-dir-cfg from environment "CUSTSUBX_DIR"
           if wk-dir-cfg not equal spaces
               move wk-dir-cfg to wk-out-dir
           else
               move spaces to wk-out-dir
               string "custsubx-" wk-today-ymd
                   delimited by size into wk-out-dir
           end-if
           exit section
           .

       read-edge-id section.
           if wk-edge-cfg(wk-edge-offset:5) equal spaces
               exit section
           end-if
           if wk-edge-cfg(wk-edge-offset:5) is not numeric
               display "custsubx: CUSTSUBX_EDGE_IDS must hold five-"
                   "digit ids six characters apart"
               move 1 to return-code
               exit section
           end-if
           add 1 to wk-edge-count
           move wk-edge-cfg(wk-edge-offset:5)
               to wk-edge-id(wk-edge-count)
           exit section
           .

      *> one bucket's edge as of today, as custage reads it.
       read-bucket-edge section.
           move wk-bucket-idx to wk-parm-bucket
           move wk-bucket-floor(wk-bucket-idx) to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today-ymd
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           if wk-parm-in-force
               if wk-parm-value > 9999
                   set wk-edges-bad to true
                   exit section
               end-if
               move wk-parm-value to wk-bucket-floor(wk-bucket-idx)
           end-if
           if wk-bucket-floor(wk-bucket-idx)
                   not > wk-bucket-floor(wk-bucket-idx - 1)
               set wk-edges-bad to true
           end-if
           exit section
           .

      *> every id on the master is noted, and those the status and
      *> bucket rules let in are marked eligible for the sample.
       scan-master section.
           move 0 to return-code
           open input cust
           if not wk-cust-ok-status
               display "custsubx: unable to open customers master"
               move 1 to return-code
               exit section
           end-if
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   if customer-id numeric and customer-id > 0
                       add 1 to wk-master-count
                       move "M" to wk-id-flag(customer-id)
                       perform check-selection-rules
                   end-if
               end-if
           end-perform
           close cust
           exit section
           .

       check-selection-rules section.
           if customer-acct-status equal space
               exit section
           end-if
           move 0 to wk-rule-hits
           inspect wk-status-cfg tallying wk-rule-hits
               for all customer-acct-status
           if wk-rule-hits = 0
               exit section
           end-if
           perform find-aging-bucket
           move 0 to wk-rule-hits
           inspect wk-bucket-cfg tallying wk-rule-hits
               for all wk-bucket-code
           if wk-rule-hits = 0
               exit section
           end-if
           move "E" to wk-id-flag(customer-id)
           add 1 to wk-eligible-count
           exit section
           .

      *> the highest bucket whose floor the inactivity reaches, the
      *> way custage ages an account; U when it cannot be aged.
       find-aging-bucket section.
           move customer-last-act-dt to wk-dc-input-date
           call "DATECHK-DAY-DIFF" using
               by reference wk-dc-input-date
               by reference wk-today-iso
               by reference wk-dc-locale
               by reference wk-diff-days
               by reference wk-diff-valid
           end-call
           if wk-diff-valid not equal "Y"
               move "U" to wk-bucket-code
               exit section
           end-if
           if wk-diff-days < 0
               move 0 to wk-diff-days
           end-if
           move 1 to wk-target-idx
           perform pick-aging-bucket
               varying wk-bucket-idx from 2 by 1
               until wk-bucket-idx > 5
           move wk-target-idx to wk-bucket-code
           exit section
           .

       pick-aging-bucket section.
           if wk-diff-days >= wk-bucket-floor(wk-bucket-idx)
               move wk-bucket-idx to wk-target-idx
           end-if
           exit section
           .

       choose-edge-id section.
           move wk-edge-id(wk-edge-idx) to wk-other-id
           if wk-other-id = 0
               exit section
           end-if
           if wk-id-chosen(wk-other-id)
               exit section
           end-if
           if not wk-id-on-master(wk-other-id)
               display "custsubx: edge case " wk-other-id
                   " is not on the master - left out"
               add 1 to wk-edge-missing
               exit section
           end-if
           if wk-id-eligible(wk-other-id)
               subtract 1 from wk-eligible-count
           end-if
           move "S" to wk-id-flag(wk-other-id)
           add 1 to wk-chosen-count
           add 1 to wk-edge-chosen
           exit section
           .

      *> every nth eligible id, n spreading what is left of the
      *> sample size over the whole master.
       choose-sample section.
           if wk-chosen-count >= wk-sample-size
               or wk-eligible-count = 0
               exit section
           end-if
           compute wk-sample-step =
               wk-eligible-count / (wk-sample-size - wk-chosen-count)
           if wk-sample-step < 1
               move 1 to wk-sample-step
           end-if
           move 1 to wk-step-countdown
           perform offer-sample-id
               varying wk-id-idx from 1 by 1
               until wk-id-idx > 99999
                  or wk-chosen-count >= wk-sample-size
           exit section
           .

       offer-sample-id section.
           if not wk-id-eligible(wk-id-idx)
               exit section
           end-if
           subtract 1 from wk-step-countdown
           if wk-step-countdown > 0
               exit section
           end-if
           move "S" to wk-id-flag(wk-id-idx)
           add 1 to wk-chosen-count
           add 1 to wk-sample-chosen
           move wk-sample-step to wk-step-countdown
           exit section
           .

      *> one pass over the ledger: the other leg of every transfer
      *> a chosen customer made comes into the set.
       follow-transfers section.
           add 1 to wk-pass-count
           move 0 to wk-pass-added
           open input ledger-file
           if not wk-ledger-ok-status
               exit section
           end-if
           set wk-ledger-ok-status to true
           perform until not wk-ledger-ok-status
               read ledger-file
               if not wk-ledger-eof-status
                   perform offer-transfer-leg
               end-if
           end-perform
           close ledger-file
           exit section
           .

       offer-transfer-leg section.
           if not led-transfer
               or led-customer-id not numeric
               or led-customer-id = 0
               or led-xref-id not numeric
               exit section
           end-if
           if not wk-id-chosen(led-customer-id)
               exit section
           end-if
           move led-xref-id to wk-other-id
           if wk-other-id = 0
               exit section
           end-if
           if wk-id-on-master(wk-other-id)
               move "S" to wk-id-flag(wk-other-id)
               add 1 to wk-chosen-count
               add 1 to wk-transfer-added
               add 1 to wk-pass-added
           end-if
           exit section
           .

      *> one pass over the cross-reference: an id retired into one
      *> already carried is carried too, so a chain ends up whole.
       follow-retired-ids section.
           add 1 to wk-pass-count
           move 0 to wk-pass-added
           open input xref-file
           if not wk-xref-ok-status
               exit section
           end-if
           set wk-xref-ok-status to true
           perform until not wk-xref-ok-status
               read xref-file
               if not wk-xref-eof-status
                   if xrf-old-id numeric and xrf-old-id > 0
                       and xrf-new-id numeric and xrf-new-id > 0
                       if wk-id-carried(xrf-new-id)
                           and not wk-id-carried(xrf-old-id)
                           move "R" to wk-id-flag(xrf-old-id)
                           add 1 to wk-retired-count
                           add 1 to wk-pass-added
                       end-if
                   end-if
               end-if
           end-perform
           close xref-file
           exit section
           .

      *> the master as a custload feed, framed with the header and
      *> trailer custload proves the feed whole against.
       write-master-feed section.
           move "customers-feed.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           move wk-today-iso to fhd-date
           write out-rec from wk-feed-hdr-line
           open input cust
           if not wk-cust-ok-status
               display "custsubx: unable to reopen customers master"
               close out-file
               exit section
           end-if
           set wk-cust-ok-status to true
           perform until not wk-cust-ok-status
               read cust next record
               if not wk-cust-eof-status
                   if customer-id numeric and customer-id > 0
                       if wk-id-chosen(customer-id)
                           perform write-feed-record
                       end-if
                   end-if
               end-if
           end-perform
           close cust
           move wk-feed-count to ftr-count
           compute ftr-hash = function mod(wk-id-hash, 10000000000)
           write out-rec from wk-feed-trl-line
           close out-file
           move wk-feed-count to mfl-count
           perform write-manifest-count
           exit section
           .

       write-feed-record section.
           move customer-id to wk-anon-id
           move customer-fname to wk-anon-fname
           move customer-sname to wk-anon-sname
           perform anonymise-name
           move wk-anon-fname to customer-fname
           move wk-anon-sname to customer-sname
           write out-rec from cust-file
           add 1 to wk-feed-count
           add customer-id to wk-id-hash
           exit section
           .

       write-currency-load section.
           move "custcmnt-load.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           open input ccy-file
           if wk-ccy-ok-status
               perform until not wk-ccy-ok-status
                   read ccy-file next record
                   if not wk-ccy-eof-status
                       if ccy-customer-id numeric
                           and ccy-customer-id > 0
                           if wk-id-chosen(ccy-customer-id)
                               move ccy-rec to lod-image
                               write out-rec from wk-load-line
                               add 1 to wk-ccy-count
                           end-if
                       end-if
                   end-if
               end-perform
               close ccy-file
           end-if
           close out-file
           move wk-ccy-count to mfl-count
           perform write-manifest-count
           exit section
           .

       write-address-load section.
           move "custamnt-load.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           open input addr
           if wk-addr-ok-status
               perform until not wk-addr-ok-status
                   read addr next record
                   if not wk-addr-eof-status
                       if addr-customer-id numeric
                           and addr-customer-id > 0
                           if wk-id-chosen(addr-customer-id)
                               perform write-address-record
                           end-if
                       end-if
                   end-if
               end-perform
               close addr
           end-if
           close out-file
           move wk-addr-count to mfl-count
           perform write-manifest-count
           exit section
           .

      *> a test street, the outward half of the postcode (enough for
      *> anything regional) and a synthetic contact.
       write-address-record section.
           if addr-line1 not equal spaces
               move spaces to addr-line1
               string addr-customer-id " TEST STREET"
                   delimited by size into addr-line1
           end-if
           if addr-line2 not equal spaces
               move "TESTTOWN" to addr-line2
           end-if
           if addr-postcode not equal spaces
               move addr-postcode to wk-postcode-hold
               move 0 to wk-outward-len
               inspect wk-postcode-hold tallying wk-outward-len
                   for characters before initial space
               if wk-outward-len = 0 or wk-outward-len > 4
                   move 4 to wk-outward-len
               end-if
               move spaces to addr-postcode
               string wk-postcode-hold(1:wk-outward-len) " 9ZZ"
                   delimited by size into addr-postcode
           end-if
           if addr-contact not equal spaces
               move addr-customer-id to wk-anon-id
               move all "X" to wk-anon-name
               perform anonymise-name
               move spaces to addr-contact
               string wk-anon-fname(1:6) " " wk-anon-sname(1:10)
                   delimited by size into addr-contact
           end-if
           move addr-file to lod-image
           write out-rec from wk-load-line
           add 1 to wk-addr-count
           exit section
           .

       write-ledger-subset section.
           move "custpost-ledger.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           open input ledger-file
           if wk-ledger-ok-status
               perform until not wk-ledger-ok-status
                   read ledger-file
                   if not wk-ledger-eof-status
                       if led-customer-id numeric
                           and led-customer-id > 0
                           if wk-id-carried(led-customer-id)
                               write out-rec from ledger-rec
                               add 1 to wk-ledger-count
                           end-if
                       end-if
                   end-if
               end-perform
               close ledger-file
           end-if
           close out-file
           move wk-ledger-count to mfl-count
           perform write-manifest-count
           exit section
           .

      *> the sealed segments oldest first, then the live trail, into
      *> one trail; seal and anchor rows belong to the live estate's
      *> segmenting and are left behind.
       write-audit-subset section.
           move "customer-audit.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           call "CUSTAUDIT-SEGMENTS" using
               by reference wk-seg-count
               by reference wk-seg-rows
           end-call
           move 0 to wk-hash-prev
           perform copy-audit-segment
               varying wk-seg-no from 1 by 1
               until wk-seg-no > wk-seg-count
           move "customer-audit.dat" to wk-audit-filename
           perform copy-audit-file
           close out-file
           move wk-audit-count to mfl-count
           perform write-manifest-count
           exit section
           .

       copy-audit-segment section.
           call "CUSTAUDIT-SEGMENT-NAME" using
               by reference wk-seg-no
               by reference wk-audit-filename
           end-call
           perform copy-audit-file
           exit section
           .

       copy-audit-file section.
           open input audit-file
           if not wk-audit-ok-status
               exit section
           end-if
           set wk-audit-ok-status to true
           perform until not wk-audit-ok-status
               read audit-file
               if not wk-audit-eof-status
                   if aud-customer-id numeric
                       and aud-customer-id > 0
                       if wk-id-carried(aud-customer-id)
                           perform write-audit-row
                       end-if
                   end-if
               end-if
           end-perform
           close audit-file
           exit section
           .

       write-audit-row section.
           if aud-before-image not equal spaces
               move aud-customer-id to wk-anon-id
               if aud-bef-id numeric
                   move aud-bef-id to wk-anon-id
               end-if
               move aud-bef-name to wk-anon-name
               perform anonymise-name
               move wk-anon-name to aud-bef-name
           end-if
           if aud-after-image not equal spaces
               move aud-customer-id to wk-anon-id
               if aud-aft-id numeric
                   move aud-aft-id to wk-anon-id
               end-if
               move aud-aft-name to wk-anon-name
               perform anonymise-name
               move wk-anon-name to aud-aft-name
           end-if
           if aud-chain-hash numeric
               move audit-rec(1:199) to wk-hash-content
               call "CUSTAUDIT-CHAIN-HASH" using
                   by reference wk-hash-content
                   by reference wk-hash-prev
                   by reference wk-hash-out
               end-call
               move wk-hash-out to aud-chain-hash
               move wk-hash-out to wk-hash-prev
           end-if
           write out-rec from audit-rec
           add 1 to wk-audit-count
           exit section
           .

       write-xref-subset section.
           move "customer-xref.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           open input xref-file
           if wk-xref-ok-status
               perform until not wk-xref-ok-status
                   read xref-file
                   if not wk-xref-eof-status
                       if xrf-old-id numeric and xrf-old-id > 0
                           and xrf-new-id numeric and xrf-new-id > 0
                           if wk-id-carried(xrf-old-id)
                               or wk-id-carried(xrf-new-id)
                               write out-rec from xref-rec
                               add 1 to wk-xref-count
                           end-if
                       end-if
                   end-if
               end-perform
               close xref-file
           end-if
           close out-file
           move wk-xref-count to mfl-count
           perform write-manifest-count
           exit section
           .

       write-suspense-subset section.
           move "custdq-suspense.dat" to wk-file-leaf
           perform open-out-file
           if not wk-out-ok-status
               exit section
           end-if
           open input suspense-file
           if wk-suspense-ok-status
               perform until not wk-suspense-ok-status
                   read suspense-file
                   if not wk-suspense-eof-status
                       if sus-customer-id numeric
                           and sus-customer-id > 0
                           if wk-id-carried(sus-customer-id)
                               move sus-customer-id to wk-anon-id
                               move sus-name to wk-anon-name
                               perform anonymise-name
                               move wk-anon-name to sus-name
                               write out-rec from suspense-rec
                               add 1 to wk-suspense-count
                           end-if
                       end-if
                   end-if
               end-perform
               close suspense-file
           end-if
           close out-file
           move wk-suspense-count to mfl-count
           perform write-manifest-count
           exit section
           .

      *> the synthetic pair is a function of the id alone: the
      *> first name a 6-byte slice of the alphabet at the id's
      *> offset, the surname a 10-byte slice at the offset of the
      *> id's next place up. A name that was blank stays blank.
       anonymise-name section.
           compute wk-slice-start = function mod(wk-anon-id, 26) + 1
           if wk-anon-fname not equal spaces
               move wk-anon-alphabet(wk-slice-start:6)
                   to wk-anon-fname
           end-if
           compute wk-anon-place = wk-anon-id / 26
           compute wk-slice-start = function mod(wk-anon-place, 26) + 1
           if wk-anon-sname not equal spaces
               move wk-anon-alphabet(wk-slice-start:10)
                   to wk-anon-sname
           end-if
           exit section
           .

       open-out-file section.
           perform build-out-filename
           open output out-file
           if not wk-out-ok-status
               display "custsubx: unable to write " wk-out-filename
           end-if
           move wk-file-leaf to mfl-filename
           exit section
           .

       build-out-filename section.
           move spaces to wk-out-filename
           string function trim(wk-out-dir) "/"
               function trim(wk-file-leaf)
               delimited by size into wk-out-filename
           exit section
           .

       write-manifest-heading section.
           move spaces to manifest-rec
           string "Test-data subset of " wk-today-iso
               " (business date)" delimited by size
               into manifest-rec
           write manifest-rec
           move wk-sample-size to wk-count-edit
           move spaces to manifest-rec
           string "Sample size " wk-count-edit ", statuses "
               wk-status-cfg ", buckets " wk-bucket-cfg
               delimited by size into manifest-rec
           write manifest-rec
           move wk-master-count to wk-count-edit
           move spaces to manifest-rec
           string "Master records scanned " wk-count-edit
               delimited by size into manifest-rec
           write manifest-rec
           move wk-edge-chosen to mfl-count
           move "edge cases" to mfl-filename
           write manifest-rec from wk-manifest-line
           move wk-edge-missing to mfl-count
           move "edge cases not on file" to mfl-filename
           write manifest-rec from wk-manifest-line
           move wk-sample-chosen to mfl-count
           move "sampled" to mfl-filename
           write manifest-rec from wk-manifest-line
           move wk-transfer-added to mfl-count
           move "transfer legs" to mfl-filename
           write manifest-rec from wk-manifest-line
           move wk-retired-count to mfl-count
           move "retired ids" to mfl-filename
           write manifest-rec from wk-manifest-line
           move spaces to manifest-rec
           write manifest-rec
           exit section
           .

       write-manifest-count section.
           write manifest-rec from wk-manifest-line
           exit section
           .

       write-manifest-totals section.
           move spaces to manifest-rec
           write manifest-rec
           move "Load order: custload (CUSTLOADIN=customers-feed.dat)"
               to manifest-rec
           write manifest-rec
           move "  into a fresh CUSTOMERS, then custcmnt (CUSTCMNTIN="
               to manifest-rec
           write manifest-rec
           move "  custcmnt-load.dat), custamnt (CUSTAMNTIN=custamnt-"
               to manifest-rec
           write manifest-rec
           move "  load.dat)," to manifest-rec
           write manifest-rec
           move "  then copy the .dat files that remain into place"
               to manifest-rec
           write manifest-rec
           exit section
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           exit section
           .

       end program custsubx.
