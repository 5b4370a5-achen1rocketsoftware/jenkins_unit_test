      * per customer-id, keyed the same way the master is; the
      * statement and dunning work reads its address from here.
      *
      * addr-mail-status is set by corrrtn when the print vendor
      * hands a letter back as returned mail; while an address is
      * undeliverable the correspondence spool holds the customer's
      * letters instead of printing them. A change through custamnt
      * that supplies a new address line or postcode makes it
      * deliverable again. An address file written before the
      * marker existed (93 bytes, ending at addr-contact) is
      * converted once by custadcv.
      *
      ******************************************************************
       03 addr-customer-id pic 9(5).
       03 addr-line1       pic x(30).
       03 addr-line2       pic x(30).
       03 addr-postcode    pic x(08).
       03 addr-contact     pic x(20).
       03 addr-mail-status pic x(01).
           88 addr-deliverable   value space.
           88 addr-undeliverable value "U".
       03 addr-returned-date pic x(08).
