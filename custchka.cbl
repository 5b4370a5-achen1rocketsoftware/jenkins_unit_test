      *   C - customer-acct-closed implies a zero balance
      *   D - customer-acct-dormant implies last activity older
      *       than the dormancy warning threshold
      *       (CUSTDORM_WARN_DAYS, default 300, read from bizparm
      *       exactly as custdorm reads it) - the earliest age at
      *       which custdorm legitimately sets the flag, so the
      *       sweep's own flags are never exceptions here
      *   P - customer-last-act-dt must parse through datechk
      *   F - customer-last-act-dt must not postdate the run

       01 wk-warn-cfg         pic 9(05).
       01 wk-warn-days        binary-long value 300.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".

       01 wk-scan-count       binary-long value 0.
       01 wk-exception-count  binary-long value 0.
           if wk-warn-cfg > 0
               move wk-warn-cfg to wk-warn-days
           end-if
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
           move wk-today-ymd to wk-parm-date
           move "CUSTDORM_WARN_DAYS" to wk-parm-name
           move wk-warn-days to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-warn-days
           if wk-parm-unreadable
               display "custchka: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           open input cust
           if not wk-cust-ok-status
