      ******************************************************************
      *
      * CUSTOMER-CURRENCY.CPY
      *
      * Shared layout of the account-currency child file that travels
      * alongside the 65-byte customer master, the way the address
      * and credit-limit files do. One row per customer-id, keyed the
      * same way the master is, carrying the ISO 4217 code the
      * account is billed in; a customer with no row is billed in the
      * base currency (see fxrate.cbl).
      *
      ******************************************************************
       03 ccy-customer-id  pic 9(5).
       03 ccy-currency     pic x(03).
       03 filler           pic x(12).
