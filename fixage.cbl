      * anonymized custanon-out.dat), set FIXAGE_ASOF_DATE to the
      * date the fixture was cut (ISO), and every valid
      * customer-last-act-dt is shifted forward by the gap between
      * that as-of date and the business processing date (the
      * shared bizdate) - datechk's day arithmetic, not
      * ours - with the re-based copy written to FIXAGEOUT.
      *
      * A blank or invalid last-activity date is deliberately left
               goback returning 1
           end-if

           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
