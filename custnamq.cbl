      * An index row whose id is no longer on the master (purged
      * since the last rebuild) is reported as stale rather than
      * shown, so the desk never quotes a record that is not there.
      *
      * Names and balances are shown at the operator's piimask level,
      * and each customer listed goes on piimask's access log.
      *****************************************************************
       identification division.
       program-id. custnamq.

       01 wk-balance-show     pic -(9)9.99.

       01 wk-pii-program      pic x(30) value "custnamq".
       01 wk-pii-field        pic x(08).
       01 wk-pii-text         pic x(60).
       01 wk-show-fname       pic x(14).
       01 wk-show-sname       pic x(16).
       01 wk-show-balance     pic x(13).

       procedure division.
       custnamq-main.
           accept wk-search-cfg from environment "CUSTNAMQ_SURNAME"
           else
               move 0 to wk-balance-show
           end-if
           move "NAME" to wk-pii-field
           move customer-fname to wk-pii-text
           call "piimask" using by reference wk-pii-field
                                 by reference wk-pii-text
           end-call
           move wk-pii-text to wk-show-fname
           move customer-sname to wk-pii-text
           call "piimask" using by reference wk-pii-field
                                 by reference wk-pii-text
           end-call
           move wk-pii-text to wk-show-sname
           move "BALANCE" to wk-pii-field
           move wk-balance-show to wk-pii-text
           call "piimask" using by reference wk-pii-field
                                 by reference wk-pii-text
           end-call
           move wk-pii-text to wk-show-balance
           call "PIIMASK-VIEWED" using by reference wk-pii-program
                                       by reference customer-id
           end-call
           display "  " customer-id " " wk-show-fname " "
               wk-show-sname " status=" customer-acct-status
               " balance=" wk-show-balance
           exit section
           .

