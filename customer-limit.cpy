      ******************************************************************
      *
      * CUSTOMER-LIMIT.CPY
      *
      * Shared layout of the credit-limit child file that travels
      * alongside the 65-byte customer master, the way the address
      * file does. One row per customer-id, keyed the same way the
      * master is; a customer with no row takes the shop-wide
      * default limit (CUSTLIMIT_DEFAULT). The limit is the furthest
      * a charge may carry the balance, in the account currency.
      *
      ******************************************************************
       03 lim-customer-id  pic 9(5).
       03 lim-credit-limit pic 9(9)v99.
       03 filler           pic x(14).
