      * left behind by a crashed run, reported, and broken. Every
      * wait is recorded in mstrlock-waits.log so contention is
      * visible, not folklore.
      *
      * A claim already standing in the caller's own program name
      * and run id is joined rather than waited on: the parallel
      * steps of a partitioned custpost run, which share the
      * night's MFUT_RUN_ID and post disjoint id ranges, hold the
      * master as one writer, and the merge step releases it.
      *****************************************************************
       identification division.
       program-id. mstrlock.
       01 wk-holder-program   pic x(30).
       01 wk-holder-date      pic 9(08).
       01 wk-holder-time      pic 9(08).
       01 wk-holder-run-id    pic x(20).

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
               move lck-program to wk-holder-program
               move lck-date to wk-holder-date
               move lck-time to wk-holder-time
               move lck-run-id to wk-holder-run-id
               close lock-file
               if wk-holder-program equal lk-lock-program
                   and wk-holder-run-id equal wk-run-id
                   set wk-claimed to true
                   exit section
               end-if
               perform check-stale-lock
               if wk-diff-valid equal "Y"
                   and wk-diff-mins > wk-stale-mins
