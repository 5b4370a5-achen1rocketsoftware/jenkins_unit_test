      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CORRPRNT turns the correspondence spool every producer
      * writes through corrspl into the one file the print vendor
      * takes each night, corr-print-<batch id>.dat - the batch id
      * being the business date and the run time, so a second run in
      * a night never overwrites a batch not yet collected - framed
      * in a batch envelope:
      *   BHD  batch id x(14) (business date and run time), batch
      *        date ISO x(10), source CORRPRNT x(10)
      *   the documents, each a "D" row and its "L" body rows in
      *        the correspondence-spool.cpy layout
      *   BCT  one per document type in the batch - type x(08),
      *        document count 9(08)
      *   BTR  document count 9(08), body line count 9(08) and a
      *        customer-id hash 9(10)
      * and leaves one ctltotal control record (stage corrprnt:
      * documents read in, documents printed out, the same hash),
      * so the vendor's receipt can be proved against what was sent.
      *
      * Every document is checked against the CUSTADDR child file
      * again on the way out, and goes with the address as it
      * stands now. One whose address corrrtn has marked
      * undeliverable since it was spooled - or that has no address
      * at all - is held instead of printed. Documents already held
      * on corr-held.dat are looked at first: one whose customer has
      * a good address again is released into tonight's batch, the
      * rest stay held - a document corrspl held as it was produced
      * tonight counts as newly held, like one held here. A document
      * corrspl held as too long to print whole (TOOLONG) is never
      * released, whatever the address. Every document still held
      * is listed on corr-held-report.txt with its reason (RETURNED,
      * NOADDR or TOOLONG), under the batch counts. The
      * spool is emptied once the batch is written.
      *****************************************************************
       identification division.
       program-id. corrprnt.
       environment division.
       input-output section.
           file-control.
           select addr assign external custaddr
           organization is indexed
           access mode is random
           record key is addr-customer-id
           file status is wk-addr-status.

           select doc-file assign to wk-doc-filename
           organization is line sequential
           file status is wk-doc-status.

           select keep-file assign to "corr-held-work.dat"
           organization is line sequential
           file status is wk-keep-status.

           select print-file assign to wk-print-filename
           organization is line sequential
           file status is wk-print-status.

           select report-file assign to "corr-held-report.txt"
           organization is line sequential
           file status is wk-report-status.
       data division.
       file section.
       fd addr.
       01 addr-file.
           copy "customer-address.cpy".

      *> a spool row read raw; the document row is taken apart
      *> through wk-doc-rec, the body rows only need their text.
       fd doc-file.
       01 doc-rec.
           03 dcr-row-type        pic x(01).
               88 dcr-doc-row         value "D".
               88 dcr-line-row        value "L".
           03 filler              pic x(13).
           03 dcr-line-text       pic x(80).
           03 filler              pic x(46).

       fd keep-file.
       01 keep-rec                pic x(140).

       fd print-file.
       01 print-rec               pic x(140).

       fd report-file.
       01 report-rec              pic x(80).

       working-storage section.
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-doc-status       pic xx.
           88 wk-doc-ok-status      value "00".
           88 wk-doc-eof-status     value "10".
       01 wk-keep-status      pic xx.
           88 wk-keep-ok-status     value "00".
           88 wk-keep-eof-status    value "10".
       01 wk-print-status     pic xx.
           88 wk-print-ok-status    value "00".
       01 wk-report-status    pic xx.
           88 wk-report-ok-status   value "00".

       01 wk-doc-filename     pic x(30).
       01 wk-print-filename   pic x(30).
       01 wk-addr-open-sw     pic x(01) value "N".
           88 wk-addr-open        value "Y" false "N".
       01 wk-source-sw        pic x(01).
           88 wk-from-held        value "H".
           88 wk-from-spool       value "S".

       01 wk-today-ymd        pic 9(08).
       01 wk-today-iso.
           03 wk-today-iso-y  pic x(4).
           03                 pic x value "-".
           03 wk-today-iso-m  pic x(2).
           03                 pic x value "-".
           03 wk-today-iso-d  pic x(2).
       01 wk-run-time         pic 9(08).

      *> the document being routed: its "D" row and its body.
       01 wk-doc-rec.
           copy "correspondence-spool.cpy".
       01 wk-doc-buffered-sw  pic x(01) value "N".
           88 wk-doc-buffered     value "Y" false "N".
       01 wk-body-count       binary-long value 0.
       01 wk-body-tbl.
           03 wk-body-text    pic x(80) occurs 500 times.
       01 wk-body-idx         binary-long.

       01 wk-body-row.
           03 bdy-row-type        pic x(01) value "L".
           03 bdy-doc-type        pic x(08).
           03 bdy-customer-id     pic 9(05).
           03 bdy-text            pic x(80).
           03                     pic x(46) value spaces.

      *> documents printed per type, for the BCT rows.
       01 wk-type-count       binary-long value 0.
       01 wk-type-tbl.
           03 wk-type-entry occurs 50 times.
               05 wk-type-name    pic x(08).
               05 wk-type-docs    binary-long.
       01 wk-type-idx         binary-long.
       01 wk-type-hit         binary-long.

       01 wk-read-count       binary-long value 0.
       01 wk-print-count      binary-long value 0.
       01 wk-line-count       binary-long value 0.
       01 wk-release-count    binary-long value 0.
       01 wk-new-held-count   binary-long value 0.
       01 wk-still-held-count binary-long value 0.
       01 wk-id-hash          binary-double value 0.

       01 wk-ctl-program      pic x(30) value "corrprnt".
       01 wk-ctl-hash         pic 9(10).

       01 wk-bhd-line.
           03                     pic x(03) value "BHD".
           03 bhd-batch-id.
               05 bhd-batch-date  pic 9(08).
               05 bhd-batch-time  pic 9(06).
           03 bhd-date            pic x(10).
           03 bhd-source          pic x(10) value "CORRPRNT".
       01 wk-bct-line.
           03                     pic x(03) value "BCT".
           03 bct-doc-type        pic x(08).
           03 bct-count           pic 9(08).
       01 wk-btr-line.
           03                     pic x(03) value "BTR".
           03 btr-doc-count       pic 9(08).
           03 btr-line-count      pic 9(08).
           03 btr-hash            pic 9(10).

       01 wk-rpt-heading.
           03                     pic x(30)
               value "Correspondence held from print".
           03                     pic x(16)
               value " - batch date   ".
           03 rph-date            pic x(10).
       01 wk-rpt-columns.
           03                     pic x(40)
               value "Cust  Type     Produced Program  Reason".
           03                     pic x(12) value "    Returned".
       01 wk-held-line.
           03 hld-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 hld-doc-type        pic x(08).
           03                     pic x(01) value spaces.
           03 hld-produced        pic 9(08).
           03                     pic x(01) value spaces.
           03 hld-producer        pic x(08).
           03                     pic x(01) value spaces.
           03 hld-reason          pic x(08).
           03                     pic x(03) value spaces.
           03 hld-returned        pic x(08).
       01 wk-count-line.
           03 cnt-label           pic x(30).
           03 cnt-value           pic zzzzzzz9.

       procedure division.
       corrprnt-main.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           accept wk-run-time from time

           move wk-today-ymd to bhd-batch-date
           move wk-run-time(1:6) to bhd-batch-time
           move spaces to wk-print-filename
           string "corr-print-" bhd-batch-id ".dat"
               delimited by size into wk-print-filename
           open output print-file
           if not wk-print-ok-status
               display "corrprnt: unable to open " wk-print-filename
               goback returning 1
           end-if
           open output keep-file
           if not wk-keep-ok-status
               display "corrprnt: unable to open corr-held-work.dat"
               close print-file
               goback returning 1
           end-if
           open output report-file
           if not wk-report-ok-status
               display "corrprnt: unable to open "
                   "corr-held-report.txt"
               close keep-file
               close print-file
               goback returning 1
           end-if
           move wk-today-iso to rph-date
           write report-rec from wk-rpt-heading
           move spaces to report-rec
           write report-rec
           write report-rec from wk-rpt-columns

      *> without the child file nothing can be addressed, so every
      *> document is held rather than printed blank.
           open input addr
           if wk-addr-ok-status
               set wk-addr-open to true
           end-if

           move wk-today-iso to bhd-date
           write print-rec from wk-bhd-line

           set wk-from-held to true
           move "corr-held.dat" to wk-doc-filename
           perform read-document-file
           set wk-from-spool to true
           move "corr-spool.dat" to wk-doc-filename
           perform read-document-file

           perform write-type-count
               varying wk-type-idx from 1 by 1
               until wk-type-idx > wk-type-count
           move wk-print-count to btr-doc-count
           move wk-line-count to btr-line-count
           compute wk-ctl-hash =
               function mod(wk-id-hash, 10000000000)
           move wk-ctl-hash to btr-hash
           write print-rec from wk-btr-line
           close print-file
           close keep-file
           if wk-addr-open
               close addr
           end-if

      *> the batch is safely written: the spool starts empty again
      *> and the held file becomes what is still held.
           move "corr-spool.dat" to wk-doc-filename
           open output doc-file
           if wk-doc-ok-status
               close doc-file
           end-if
           perform replace-held-file

           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-read-count
                                  by reference wk-print-count
                                  by reference wk-ctl-hash
           end-call
           move 0 to return-code

           perform write-report-counts
           close report-file
           display "corrprnt: " wk-print-count " document(s) to "
               wk-print-filename ", " wk-release-count
               " released, " wk-new-held-count " newly held, "
               wk-still-held-count " still held"
           goback returning 0.

      *> a document is its "D" row and the "L" rows after it, so
      *> each "D" row routes the document before it.
       read-document-file section.
           open input doc-file
           if not wk-doc-ok-status
               exit section
           end-if
           set wk-doc-buffered to false
           set wk-doc-ok-status to true
           perform until not wk-doc-ok-status
               read doc-file
               if not wk-doc-eof-status
                   evaluate true
                       when dcr-doc-row
                           perform route-document
                           move doc-rec to wk-doc-rec
                           set wk-doc-buffered to true
                           move 0 to wk-body-count
                       when dcr-line-row
                           if wk-doc-buffered
                               and wk-body-count < 500
                               add 1 to wk-body-count
                               move dcr-line-text
                                   to wk-body-text(wk-body-count)
                           end-if
                   end-evaluate
               end-if
           end-perform
           perform route-document
           close doc-file
           exit section
           .

       route-document section.
           if not wk-doc-buffered
               exit section
           end-if
           set wk-doc-buffered to false
           add 1 to wk-read-count
           perform check-document-address
           if csp-not-held
               perform print-document
               if wk-from-held
                   add 1 to wk-release-count
               end-if
           else
               perform hold-document
               if wk-from-held
                   and csp-produced-date < wk-today-ymd
                   add 1 to wk-still-held-count
               else
                   add 1 to wk-new-held-count
               end-if
           end-if
           exit section
           .

      *> the address as the child file holds it tonight replaces
      *> the one the document was spooled with. A document that
      *> lost body lines stays held whatever the address.
       check-document-address section.
           if csp-held-too-long
               exit section
           end-if
           set csp-not-held to true
           if not wk-addr-open
               set csp-held-no-addr to true
               exit section
           end-if
           move csp-customer-id to addr-customer-id
           read addr
               invalid key
                   set csp-held-no-addr to true
                   exit section
           end-read
           if addr-undeliverable
               set csp-held-returned to true
               exit section
           end-if
           if addr-line1 equal spaces
               and addr-postcode equal spaces
               set csp-held-no-addr to true
               exit section
           end-if
           move addr-line1 to csp-addr-line1
           move addr-line2 to csp-addr-line2
           move addr-postcode to csp-addr-postcode
           move addr-contact to csp-addr-contact
           exit section
           .

       print-document section.
           move wk-body-count to csp-line-count
           write print-rec from wk-doc-rec
           move csp-doc-type to bdy-doc-type
           move csp-customer-id to bdy-customer-id
           perform print-body-line
               varying wk-body-idx from 1 by 1
               until wk-body-idx > wk-body-count
           add 1 to wk-print-count
           add wk-body-count to wk-line-count
           add csp-customer-id to wk-id-hash
           move 0 to wk-type-hit
           perform match-type-entry
               varying wk-type-idx from 1 by 1
               until wk-type-idx > wk-type-count
                  or wk-type-hit > 0
           if wk-type-hit = 0 and wk-type-count < 50
               add 1 to wk-type-count
               move wk-type-count to wk-type-hit
               move csp-doc-type to wk-type-name(wk-type-hit)
               move 0 to wk-type-docs(wk-type-hit)
           end-if
           if wk-type-hit > 0
               add 1 to wk-type-docs(wk-type-hit)
           end-if
           exit section
           .

       print-body-line section.
           move wk-body-text(wk-body-idx) to bdy-text
           write print-rec from wk-body-row
           exit section
           .

       match-type-entry section.
           if wk-type-name(wk-type-idx) equal csp-doc-type
               move wk-type-idx to wk-type-hit
           end-if
           exit section
           .

       hold-document section.
           move wk-body-count to csp-line-count
           write keep-rec from wk-doc-rec
           move csp-doc-type to bdy-doc-type
           move csp-customer-id to bdy-customer-id
           perform keep-body-line
               varying wk-body-idx from 1 by 1
               until wk-body-idx > wk-body-count
           move csp-customer-id to hld-customer-id
           move csp-doc-type to hld-doc-type
           move csp-produced-date to hld-produced
           move csp-producer to hld-producer
           move csp-hold-reason to hld-reason
           move spaces to hld-returned
           if csp-held-returned
               move addr-returned-date to hld-returned
           end-if
           write report-rec from wk-held-line
           exit section
           .

       keep-body-line section.
           move wk-body-text(wk-body-idx) to bdy-text
           write keep-rec from wk-body-row
           exit section
           .

       write-type-count section.
           move wk-type-name(wk-type-idx) to bct-doc-type
           move wk-type-docs(wk-type-idx) to bct-count
           write print-rec from wk-bct-line
           exit section
           .

      *> the documents still held, copied back over the held file.
       replace-held-file section.
           open input keep-file
           if not wk-keep-ok-status
               exit section
           end-if
           move "corr-held.dat" to wk-doc-filename
           open output doc-file
           if not wk-doc-ok-status
               display "corrprnt: unable to rewrite corr-held.dat"
               close keep-file
               exit section
           end-if
           perform until not wk-keep-ok-status
               read keep-file
               if not wk-keep-eof-status
                   write doc-rec from keep-rec
               end-if
           end-perform
           close doc-file
           close keep-file
           exit section
           .

       write-report-counts section.
           if wk-new-held-count + wk-still-held-count = 0
               move "No documents held" to report-rec
               write report-rec
           end-if
           move spaces to report-rec
           write report-rec
           move "Documents printed      :" to cnt-label
           move wk-print-count to cnt-value
           write report-rec from wk-count-line
           move "Body lines printed     :" to cnt-label
           move wk-line-count to cnt-value
           write report-rec from wk-count-line
           move "Released from hold     :" to cnt-label
           move wk-release-count to cnt-value
           write report-rec from wk-count-line
           move "Newly held             :" to cnt-label
           move wk-new-held-count to cnt-value
           write report-rec from wk-count-line
           move "Still held             :" to cnt-label
           move wk-still-held-count to cnt-value
           write report-rec from wk-count-line
           exit section
           .

       end program corrprnt.
