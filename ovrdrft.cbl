      *                      is every row stamped with today's date
      *   OVRDRFT_THRESHOLD  the one-change swing (whole currency
      *                      units) that flags on its own
      *                      (default 1000; a value in force today
      *                      on the shared business-parameter
      *                      file, bizparm, wins over it)
      *
      * Exceptions land in ovrdrft-report.txt with the before and
      * after amounts and the run id that did it, and one summary
       01 wk-threshold-cfg    pic 9(09).
       01 wk-threshold        pic 9(09)v99 value 1000.
       01 wk-today            pic 9(08).
       01 wk-parm-name        pic x(30).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".

       01 wk-scan-count       binary-long value 0.
       01 wk-flag-count       binary-long value 0.
           if wk-threshold-cfg > 0
               move wk-threshold-cfg to wk-threshold
           end-if
           call "BIZDATE-TODAY" using by reference wk-today
           end-call
           move "OVRDRFT_THRESHOLD" to wk-parm-name
           move wk-threshold to wk-parm-value
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-today
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           move wk-parm-value to wk-threshold
           if wk-parm-unreadable
               display "ovrdrft: business-parameters.dat could not "
                   "be read in full - run refused"
               goback returning 1
           end-if

           open input audit-file
           if not wk-audit-ok-status
