       01 incident-rec.
           03                     pic x(55).
           03 inc-status          pic x(06).
           03 filler              pic x(99).

       fd kpi-history.
       01 kpi-history-rec.
           goback returning return-code.

       append-nightly-record section.
           call "BIZDATE-TODAY" using by reference wk-today
           end-call
           perform gather-suite-figures
           perform gather-dq-figures
           perform gather-suspense-volume
       roll-monthly-summary section.
           accept wk-month-cfg from environment "MGMTKPI_MONTH"
           if wk-month-cfg = 0
               call "BIZDATE-TODAY" using by reference wk-today
               end-call
               compute wk-month-cfg = wk-today / 100
           end-if
           move wk-month-cfg to wk-this-month
