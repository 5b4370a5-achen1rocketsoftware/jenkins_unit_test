      ******************************************************************
      *
      * CORRESPONDENCE-SPOOL.CPY
      *
      * Shared row layout of the outbound correspondence spool that
      * every customer-facing document is written into through
      * corrspl, and that corrprnt batches up for the print vendor.
      * A document is one "D" row - document type, customer-id, the
      * date and program that produced it, its body line count and
      * the address out of the CUSTADDR child file - followed by its
      * "L" body rows, one per printed line. A document held back
      * instead of printed carries the reason on its "D" row:
      * RETURNED or NOADDR until the address is good again, TOOLONG
      * (more body lines than a document can carry) for good.
      *
      ******************************************************************
       03 csp-row-type       pic x(01).
           88 csp-doc-row        value "D".
           88 csp-line-row       value "L".
       03 csp-doc-type       pic x(08).
       03 csp-customer-id    pic 9(05).
       03 csp-doc-data       pic x(126).
       03 csp-doc-header redefines csp-doc-data.
           05 csp-produced-date  pic 9(08).
           05 csp-producer       pic x(08).
           05 csp-line-count     pic 9(03).
           05 csp-addr-line1     pic x(30).
           05 csp-addr-line2     pic x(30).
           05 csp-addr-postcode  pic x(08).
           05 csp-addr-contact   pic x(20).
           05 csp-hold-reason    pic x(08).
               88 csp-not-held       value spaces.
               88 csp-held-returned  value "RETURNED".
               88 csp-held-no-addr   value "NOADDR".
               88 csp-held-too-long  value "TOOLONG".
           05 filler             pic x(11).
       03 csp-line-data redefines csp-doc-data.
           05 csp-line-text      pic x(80).
           05 filler             pic x(46).
