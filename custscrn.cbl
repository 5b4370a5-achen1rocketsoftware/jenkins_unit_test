      * status, and the activity date stay batch-only and ride
      * through every edit untouched. The run starts, like every
      * master write path, behind the mfutauth gate.
      *
      * The record is shown with custrisk's grade (the CUSTRISK DD)
      * when there is one. Balance changes never start here, so a
      * high-grade customer's balance can only move through custmnt,
      * where it waits for custappr's second operator; the screen
      * says so rather than leaving the operator to find out.
      *****************************************************************
       identification division.
       program-id. custscrn.
           access mode is random
           record key is customer-id
           file status is wk-cust-status.

           select risk-file assign external custrisk
           organization is indexed
           access mode is random
           record key is rsk-customer-id
           file status is wk-risk-status.
       data division.
       file section.
       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       fd risk-file.
       01 risk-rec.
           copy "customer-risk.cpy".

       working-storage section.
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status     value "00".
       01 wk-risk-status      pic xx.
           88 wk-risk-ok-status     value "00".
       01 wk-risk-open-sw     pic x(01) value "N".
           88 wk-risk-open        value "Y" false "N".

       01 wk-id-in            pic x(05).
       01 wk-fname-in         pic x(14).
               display "custscrn: unable to open customers master"
               goback returning 1
           end-if
           open input risk-file
           if wk-risk-ok-status
               set wk-risk-open to true
           end-if

           display "custscrn: single-record maintenance - operator "
               wk-auth-operator
           perform work-one-record
               until wk-done

           if wk-risk-open
               close risk-file
           end-if
           close cust
           display "custscrn: " wk-applied-count " change(s) applied"
           goback returning 0.
           display "  gender     : " customer-gender
           display "  status     : " customer-acct-status
               "  (status and balance are batch-only)"
           perform show-risk-grade

           perform capture-replacement-fields
           perform confirm-and-apply
           exit section
           .

       show-risk-grade section.
           if not wk-risk-open
               exit section
           end-if
           move customer-id to rsk-customer-id
           read risk-file
               invalid key
                   exit section
           end-read
           display "  risk grade : " rsk-grade " (score " rsk-score
               ", reasons " rsk-reasons ")"
           if rsk-grade-high
               display "  balance changes for this customer need a "
                   "second operator (custmnt/custappr)"
           end-if
           exit section
           .

      *> blank keeps what is on file, so a surname fix does not
      *> force the operator to re-key everything else.
       capture-replacement-fields section.
