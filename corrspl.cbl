      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * CORRSPL is the one way a customer-facing document - a
      * dormancy notice, a dunning letter, a statement - leaves the
      * batch: every producer writes it into the correspondence
      * spool here, in the one correspondence-spool.cpy layout,
      * instead of inventing its own file for the print vendor.
      *
      *   CORRSPL-BEGIN  document type x(08), customer-id 9(05),
      *                  producing program x(08) - starts a document
      *   CORRSPL-LINE   body line x(80) - adds a line to it
      *   CORRSPL-END    -> outcome x(01): "S" spooled, "R" held as
      *                  returned mail, "N" held with no address on
      *                  file, "T" held as too long to print whole,
      *                  "E" not written (spool unavailable)
      *
      * The address is taken from the CUSTADDR child file when the
      * document is ended, so every document carries the address
      * as it stands that night. A document for a customer whose
      * address corrrtn has marked undeliverable, or who has no
      * address on file, is not spooled for printing: it goes to
      * corr-held.dat with the reason on its document row, where
      * corrprnt lists it and releases it once the address is good
      * again. Everything else is appended to corr-spool.dat for
      * corrprnt's next vendor batch. Both files are opened for
      * each document and closed again, so a producer that stops
      * part way leaves only whole documents behind.
      *
      * A document carries at most 500 body lines. One given more is
      * never printed short: it is held on corr-held.dat with reason
      * TOOLONG (its first 500 lines kept for the desk to see),
      * reported on the console, and ended with outcome "T", which
      * the producer treats as a failure.
      *****************************************************************
       identification division.
       program-id. corrspl.
       environment division.
       input-output section.
           file-control.
           select addr assign external custaddr
           organization is indexed
           access mode is random
           record key is addr-customer-id
           file status is wk-addr-status.

           select spool-file assign to wk-spool-filename
           organization is line sequential
           file status is wk-spool-status.
       data division.
       file section.
       fd addr.
       01 addr-file.
           copy "customer-address.cpy".

       fd spool-file.
       01 spool-rec.
           copy "correspondence-spool.cpy".

       working-storage section.
       01 wk-addr-status      pic xx.
           88 wk-addr-ok-status     value "00".
       01 wk-spool-status     pic xx.
           88 wk-spool-ok-status    value "00".
       01 wk-spool-filename   pic x(30).

       01 wk-doc-type         pic x(08).
       01 wk-customer-id      pic 9(05).
       01 wk-producer         pic x(08).
       01 wk-today-ymd        pic 9(08).
       01 wk-doc-row          pic x(140).

      *> the body of the document being built, in line order.
       01 wk-line-count       binary-long value 0.
       01 wk-line-tbl.
           03 wk-line-text    pic x(80) occurs 500 times.
       01 wk-line-idx         binary-long.
       01 wk-dropped-count    binary-long value 0.

       linkage section.
       01 lk-doc-type         pic x(08).
       01 lk-customer-id      pic 9(05).
       01 lk-producer         pic x(08).
       01 lk-line-text        pic x(80).
       01 lk-outcome          pic x(01).

       procedure division.
       corrspl-main.
           goback.

       entry "CORRSPL-BEGIN" using lk-doc-type, lk-customer-id,
                                   lk-producer.
           move lk-doc-type to wk-doc-type
           move lk-customer-id to wk-customer-id
           move lk-producer to wk-producer
           move 0 to wk-line-count wk-dropped-count
           goback.

       entry "CORRSPL-LINE" using lk-line-text.
           if wk-line-count < 500
               add 1 to wk-line-count
               move lk-line-text to wk-line-text(wk-line-count)
           else
               add 1 to wk-dropped-count
           end-if
           goback.

       entry "CORRSPL-END" using lk-outcome.
           if wk-dropped-count > 0
               display "corrspl: " wk-doc-type " for customer "
                   wk-customer-id " - " wk-dropped-count
                   " line(s) past 500 - held, not printed"
           end-if
           move spaces to spool-rec
           set csp-doc-row to true
           move wk-doc-type to csp-doc-type
           move wk-customer-id to csp-customer-id
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd to csp-produced-date
           move wk-producer to csp-producer
           move wk-line-count to csp-line-count
           perform take-document-address
           if wk-dropped-count > 0
               set csp-held-too-long to true
           end-if
           move spool-rec to wk-doc-row
           if csp-not-held
               move "corr-spool.dat" to wk-spool-filename
               move "S" to lk-outcome
           else
               move "corr-held.dat" to wk-spool-filename
               evaluate true
                   when csp-held-too-long
                       move "T" to lk-outcome
                   when csp-held-returned
                       move "R" to lk-outcome
                   when other
                       move "N" to lk-outcome
               end-evaluate
           end-if
           perform write-document
           goback.

      *> the child file is read fresh for every document; with no
      *> child file at all every document is held as addressless.
       take-document-address section.
           open input addr
           if not wk-addr-ok-status
               set csp-held-no-addr to true
               exit section
           end-if
           move wk-customer-id to addr-customer-id
           read addr
               invalid key
                   set csp-held-no-addr to true
               not invalid key
                   move addr-line1 to csp-addr-line1
                   move addr-line2 to csp-addr-line2
                   move addr-postcode to csp-addr-postcode
                   move addr-contact to csp-addr-contact
                   if addr-undeliverable
                       set csp-held-returned to true
                   else
                       if addr-line1 equal spaces
                           and addr-postcode equal spaces
                           set csp-held-no-addr to true
                       end-if
                   end-if
           end-read
           close addr
           exit section
           .

       write-document section.
           open extend spool-file
           if not wk-spool-ok-status
               open output spool-file
           end-if
           if not wk-spool-ok-status
               display "corrspl: unable to open " wk-spool-filename
               move "E" to lk-outcome
               exit section
           end-if
           write spool-rec from wk-doc-row
           perform write-body-line
               varying wk-line-idx from 1 by 1
               until wk-line-idx > wk-line-count
           close spool-file
           exit section
           .

       write-body-line section.
           move spaces to spool-rec
           set csp-line-row to true
           move wk-doc-type to csp-doc-type
           move wk-customer-id to csp-customer-id
           move wk-line-text(wk-line-idx) to csp-line-text
           write spool-rec
           exit section
           .

       end program corrspl.
