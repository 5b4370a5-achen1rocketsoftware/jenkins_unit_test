      * customer-addr-audit.dat, custaudit-style, so address history
      * is a file lookup too. custamnt-report.txt carries the
      * applied/rejected summary.
      *
      * The run takes the shared mfutauth gate (action UPDATE) like
      * every other write path, and the operator it names closes
      * each address audit row, the way it closes each custaudit
      * row - so the address trail answers "who" as well.
      *
      * The image carries the returned-mail marker corrrtn sets
      * (addr-mail-status, addr-returned-date). A change that leaves
      * both address lines and the postcode as they are - a new
      * contact, say - keeps an undeliverable marker standing unless
      * the image sets one itself; a change to the address itself is
      * a new address, so the marker is taken from the image and a
      * blank one makes the address deliverable again. The audit
      * row keeps its original layout and carries each image's
      * marker after the operator.
      *****************************************************************
       identification division.
       program-id. custamnt.
               05 filler          pic x(60).
               05 amt-postcode    pic x(08).
               05 filler          pic x(20).
               05 amt-mail-status pic x(01).
               05 filler          pic x(08).

       fd reject-file.
       01 reject-rec              pic x(164).

       fd report-file.
       01 report-rec              pic x(60).

       fd audit-file.
       01 audit-rec               pic x(275).

       working-storage section.
       01 wk-addr-status      pic xx.
       01 wk-reject-reason    pic x(60).
       01 wk-reject-line.
           03 rej-action          pic x(01).
           03 rej-address-image   pic x(102).
           03                     pic x(01) value spaces.
           03 rej-reason          pic x(60).

      *> the child file's own audit trail, stamped the same way
      *> custaudit stamps the master's - for an add the before image
      *> is spaces, for a delete the after image is. The images are
      *> the address as it was first laid out; the returned-mail
      *> marker of each follows the operator, so every reader of the
      *> original row still finds the operator where it was.
       01 wk-audit-line.
           03 aud-customer-id     pic 9(05).
           03                     pic x(01) value spaces.
           03 aud-before-image    pic x(93).
           03                     pic x(01) value spaces.
           03 aud-after-image     pic x(93).
           03                     pic x(01) value spaces.
           03 aud-operator        pic x(20).
           03                     pic x(01) value spaces.
           03 aud-before-mail     pic x(09).
           03                     pic x(01) value spaces.
           03 aud-after-mail      pic x(09).

       01 wk-before-image     pic x(102).
       01 wk-after-image      pic x(102).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-stamp-date       pic 9(8).
       01 wk-stamp-time       pic 9(8).

      *> operator authorization: no matching grant through the shared
      *> mfutauth gate means the run refuses to start.
       01 wk-auth-program     pic x(30) value "custamnt".
       01 wk-auth-action      pic x(08) value "UPDATE".
       01 wk-auth-operator    pic x(20).
       01 wk-auth-granted     pic x(01).
           88 wk-auth-ok          value "Y" false "N".

       01 wk-report-line1.
           03                  pic x(20) value "Transactions read  :".
           03 rpt-read-count   pic zzzz9.

       procedure division.
       custamnt-main.
           call "mfutauth" using by reference wk-auth-program
                                  by reference wk-auth-action
                                  by reference wk-auth-operator
                                  by reference wk-auth-granted
           end-call
           if not wk-auth-ok
               goback returning 1
           end-if

           open i-o addr
           if not wk-addr-ok-status
               open output addr
           end-read
           move addr-file to wk-before-image
           move amt-address-image to addr-file
           if addr-file(6:68) equal wk-before-image(6:68)
               and amt-mail-status equal space
               move wk-before-image(94:9) to addr-file(94:9)
           end-if
           rewrite addr-file
               invalid key
                   move "Change rejected - id not on file"
                   perform write-reject
               not invalid key
                   add 1 to wk-change-count
                   move addr-file to wk-after-image
                   perform write-audit-record
           end-rewrite
           exit section
           move wk-stamp-time to aud-time
           move wk-run-id to aud-run-id
           move amt-action to aud-action
           move wk-before-image(1:93) to aud-before-image
           move wk-after-image(1:93) to aud-after-image
           move wk-auth-operator to aud-operator
           move wk-before-image(94:9) to aud-before-mail
           move wk-after-image(94:9) to aud-after-mail
           open extend audit-file
           if not wk-audit-ok-status
               open output audit-file
