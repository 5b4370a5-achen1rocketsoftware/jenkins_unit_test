      * read/rewrite/custaudit steps custmnt itself applies changes
      * with, and the audit record's operator column carries both
      * ids as requester/approver.
      *
      * A "W" item is a custwoff write-off parked over the limit:
      * approving it changes nothing on the master here - it only
      * marks the item APPROVED, and the next custwoff run releases
      * the write-off through custpost's posting path.
      *
      * An "O" item is glclose's request to reopen a closed fiscal
      * period; it carries no customer, so CUSTAPPR_PERIOD=yyyypp
      * names it instead of CUSTAPPR_CUSTOMER_ID. Approving it only
      * marks it APPROVED - the next glclose REOPEN run reopens the
      * period.
      *****************************************************************
       identification division.
       program-id. custappr.

       01 wk-decision-cfg     pic x(08).
       01 wk-decide-id-cfg    pic 9(05).
       01 wk-decide-period-cfg pic x(06).
       01 wk-age-cfg          pic 9(03).
       01 wk-age-days         binary-long value 3.

           03 pnd-action          pic x(01).
           03 pnd-image.
               07 pnd-customer-id pic 9(05).
               07 pnd-period      pic x(06).
               07 filler          pic x(54).
       01 wk-pend-idx         binary-long.
       01 wk-target-idx       binary-long value 0.
      *> a pending file too large for the table must refuse the run
           if wk-age-cfg > 0
               move wk-age-cfg to wk-age-days
           end-if
           call "BIZDATE-TODAY" using by reference wk-today
           end-call

           perform load-pending-file
           if wk-pend-overflow
       settle-one-decision section.
           accept wk-decide-id-cfg from environment
               "CUSTAPPR_CUSTOMER_ID"
           accept wk-decide-period-cfg from environment
               "CUSTAPPR_PERIOD"
           if wk-decide-id-cfg = 0
               and wk-decide-period-cfg equal spaces
               display "custappr: CUSTAPPR_CUSTOMER_ID is not set"
               move 1 to return-code
               exit section
               until wk-pend-idx > wk-pend-count
                  or wk-target-idx > 0
           if wk-target-idx = 0
               if wk-decide-period-cfg not equal spaces
                   display "custappr: no pending reopen for period "
                       wk-decide-period-cfg
               else
                   display "custappr: no pending item for customer "
                       wk-decide-id-cfg
               end-if
               move 1 to return-code
               exit section
           end-if
               exit section
           end-if

           if pnd-action equal "O"
               move "APPROVED" to pnd-status
               move wk-pend-line-rdf to wk-pnd-line(wk-target-idx)
               display "custappr: reopen of period " pnd-period
                   " approved - released by the next glclose REOPEN "
                   "run"
               exit section
           end-if

           if pnd-action equal "W"
               move "APPROVED" to pnd-status
               move wk-pend-line-rdf to wk-pnd-line(wk-target-idx)
               display "custappr: write-off for customer "
                   wk-decide-id-cfg " approved - released by the "
                   "next custwoff run"
               exit section
           end-if

           perform apply-approved-change
           if return-code = 0
               move "APPROVED" to pnd-status

       find-pending-item section.
           move wk-pnd-line(wk-pend-idx) to wk-pend-line-rdf
           if pnd-status not equal "PENDING"
               exit section
           end-if
           if wk-decide-period-cfg not equal spaces
               if pnd-action equal "O"
                   and pnd-period equal wk-decide-period-cfg
                   move wk-pend-idx to wk-target-idx
               end-if
               exit section
           end-if
           if pnd-action not equal "O"
               and pnd-customer-id = wk-decide-id-cfg
               move wk-pend-idx to wk-target-idx
           end-if
           move wk-pnd-line(wk-pend-idx) to wk-pend-line-rdf
           if pnd-status equal "PENDING"
               add 1 to wk-pending-open
               if pnd-action equal "O"
                   display "  " pnd-date " reopen period " pnd-period
                       " requested by " pnd-requester
               else
                   display "  " pnd-date " customer " pnd-customer-id
                       " requested by " pnd-requester
               end-if
           end-if
           exit section
           .
