      ******************************************************************
      *
      * CUSTOMER-RISK.CPY
      *
      * Shared layout of the risk-grade child file (CUSTRISK DD) that
      * custrisk rebuilds every night, one row per customer-id on the
      * master, keyed the same way the master is. The grade is the
      * sum of the scores of the signals that fired; each reason
      * byte carries its signal's letter when it contributed and a
      * space when it did not:
      *   A  balance aging (custage's 90-day bucket or older, or an
      *      activity date that cannot be aged)
      *   O  an ovrdrft balance-swing exception
      *   S  a custchka lifecycle suspense row
      *   D  a member of a custfuzz duplicate cluster
      *   R  repeated rejects in the last posting run
      *
      ******************************************************************
       03 rsk-customer-id  pic 9(5).
       03 rsk-grade        pic x(01).
           88 rsk-grade-high   value "H".
           88 rsk-grade-medium value "M".
           88 rsk-grade-low    value "L".
       03 rsk-score        pic 9(3).
       03 rsk-graded-date  pic 9(8).
       03 rsk-reasons.
           05 rsk-reason-aging     pic x(01).
           05 rsk-reason-swing     pic x(01).
           05 rsk-reason-suspense  pic x(01).
           05 rsk-reason-duplicate pic x(01).
           05 rsk-reason-rejects   pic x(01).
       03 filler           pic x(10).
