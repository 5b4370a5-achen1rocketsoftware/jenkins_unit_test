      * FEEDREG stops the same input file being applied twice: an
      * upstream re-send carries the same trailer totals both times,
      * which is exactly the disaster the totals cannot catch.
      * custload, custpost, custrcov and custlbox consult the
      * register before processing:
      *
      *   FEEDREG-CHECK   program, extract-date, source, count,
      *                   hash, result - "D" when a feed with the
                                     lk-feed-source, lk-feed-count,
                                     lk-feed-hash.
           perform resolve-run-id
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           open extend register-file
           if not wk-register-ok-status
               open output register-file
           .

       list-weekly-feeds section.
           call "BIZDATE-TODAY" using by reference wk-stamp-date
           end-call
           move wk-stamp-date(1:4) to wk-today-iso-y
           move wk-stamp-date(5:2) to wk-today-iso-m
           move wk-stamp-date(7:2) to wk-today-iso-d
