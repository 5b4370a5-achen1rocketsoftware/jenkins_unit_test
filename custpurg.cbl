      * sweep flags it and sends the notice), and its inactivity
      * must have outlived CUSTPURG_GRACE_DAYS (default 60) on top
      * of the dormancy horizon, before it moves to the archive.
      * Either day count in force today on the shared
      * business-parameter file (bizparm, maintained through
      * bizpmnt) wins over its variable.
      *
      * Archive rows carry a state byte ("A" archived, "R" restored)
      * in front of the full customer-master.cpy image; the file is
      *> elapsed on top of the dormancy horizon.
       01 wk-grace-cfg        pic 9(05).
       01 wk-grace-days       binary-long value 60.
       01 wk-parm-name        pic x(30).
       01 wk-parm-date        pic 9(08).
       01 wk-parm-value       pic 9(09)v99.
       01 wk-parm-found       pic x(01).
           88 wk-parm-unreadable  value "E".
       01 wk-restore-id-cfg   pic 9(05).

       01 wk-archive-line.
               move wk-grace-cfg to wk-grace-days
           end-if
           perform build-today-iso-date
           move "CUSTPURG_DORMANT_DAYS" to wk-parm-name
           move wk-dormant-days to wk-parm-value
           perform read-business-parameter
           move wk-parm-value to wk-dormant-days
           move "CUSTPURG_GRACE_DAYS" to wk-parm-name
           move wk-grace-days to wk-parm-value
           perform read-business-parameter
           move wk-parm-value to wk-grace-days
           if wk-parm-unreadable
               display "custpurg: business-parameters.dat could not "
                   "be read in full - run refused"
               move 1 to return-code
               exit section
           end-if

           open i-o cust
           if not wk-cust-ok-status
           exit section
           .

      *> the value in force today for wk-parm-name; with no row on
      *> the parameter file wk-parm-value comes back as it went in.
       read-business-parameter section.
           move wk-today-ymd to wk-parm-date
           call "BIZPARM-GET" using by reference wk-parm-name
                                    by reference wk-parm-date
                                    by reference wk-parm-value
                                    by reference wk-parm-found
           end-call
           exit section
           .

       build-today-iso-date section.
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
