      * finishes - the pause visible as a HELD row in the timings
      * log - RELEASE resumes it, and ABORT ends the night cleanly
      * with the remaining steps reported to MFUTRSLT as skipped.
      *
      * The run date the frequencies are judged against is the
      * shop's business processing date (the shared bizdate), not
      * the clock, and the night is marked on its control record:
      * RUNNING when the first step starts, then COMPLETE when every
      * step passed or was not due, or FAILED when any failed, was
      * skipped or the night was aborted - bizroll will only roll
      * the date forward past a COMPLETE night.
      *
      * A step that fails puts a STEP FAILED line on
      * mfut-ops-alert.log, and that line and the operator-hold line
      * both carry the owning team and on-call contact (MFUTOWNR,
      * off mfut-owners.dat - the step's own owner for a failure,
      * mfutseq's for a hold) from column 141.
      *****************************************************************
       identification division.
       program-id. mfutseq.
           03 filler              pic x(52).

       fd ops-alert.
       01 ops-alert-rec           pic x(200).

       working-storage section.
       copy "mfut-runcontrol.cpy".
           03                     pic x(24)
               value "OPERATOR HOLD in force  ".
           03 hal-time            pic 9(08).
           03                     pic x(108) value spaces.
           03                     pic x(06) value "OWNER ".
           03 hal-team            pic x(20).
           03                     pic x(01) value spaces.
           03 hal-oncall          pic x(20).

      *> a failed step is an alert in its own right, routed to the
      *> step's owner, whether or not the step is a test case.
       01 wk-step-alert-line.
           03                     pic x(23) value "STEP FAILED".
           03                     pic x(01) value spaces.
           03 sal-program         pic x(30).
           03                     pic x(03) value " - ".
           03 sal-reason          pic x(40).
           03                     pic x(43) value spaces.
           03                     pic x(06) value "OWNER ".
           03 sal-team            pic x(20).
           03                     pic x(01) value spaces.
           03 sal-oncall          pic x(20).

       01 wk-own-subject      pic x(30).
       01 wk-own-team         pic x(20).
       01 wk-own-oncall       pic x(20).
       01 wk-own-secondary    pic x(20).
       01 wk-own-found        pic x(01).

      *> the operator instruction in force at the current step
      *> boundary, and the pause bookkeeping for a HOLD.
       01 wk-call-program     pic x(30).
       01 wk-fail-count       binary-long value 0.
       01 wk-skip-count       binary-long value 0.
       01 wk-missed-count     binary-long value 0.
       01 wk-night-state      pic x(08).

       01 wk-start-time       pic 9(8).
       01 wk-end-time         pic 9(8).
               display "mfutseq: unable to open mfutseq-timings.log"
               goback returning 1
           end-if
           move "RUNNING" to wk-night-state
           call "BIZDATE-NIGHT" using by reference wk-night-state
           end-call

      *> steps run in ascending sequence number, whatever order the
      *> control file's rows arrived in.
           call "MFUTRSLT-SUMMARY"
           end-call

      *> a step not due on the calendar is not a step missed; one
      *> skipped for a prerequisite or an abort is.
           move 0 to wk-missed-count
           perform count-missed-step
               varying wk-step-idx from 1 by 1
               until wk-step-idx > wk-step-count
           if wk-fail-count = 0 and wk-missed-count = 0
               move "COMPLETE" to wk-night-state
           else
               move "FAILED" to wk-night-state
           end-if
           call "BIZDATE-NIGHT" using by reference wk-night-state
           end-call

           display "mfutseq: " wk-step-count " step(s), "
               wk-fail-count " failed, "
               wk-skip-count " skipped"
           end-if
           goback returning 0.

       count-missed-step section.
           if wk-stp-outcome(wk-step-idx) equal "S"
               add 1 to wk-missed-count
           end-if
           exit section
           .

       load-control-file section.
           open input control-file
           if not wk-control-ok-status
           exit section
           .

      *> a hold is the sequencer's own business, so it goes to
      *> whoever owns mfutseq itself.
       write-hold-alert section.
           move wk-hold-start to hal-time
           move "mfutseq" to wk-own-subject
           perform find-alert-owner
           move wk-own-team to hal-team
           move wk-own-oncall to hal-oncall
           open extend ops-alert
           if not wk-alert-ok-status
               open output ops-alert
           exit section
           .

       write-step-alert section.
           move wk-stp-program(wk-step-idx) to sal-program
           move wk-stp-program(wk-step-idx) to wk-own-subject
           perform find-alert-owner
           move wk-own-team to sal-team
           move wk-own-oncall to sal-oncall
           open extend ops-alert
           if not wk-alert-ok-status
               open output ops-alert
           end-if
           if wk-alert-ok-status
               write ops-alert-rec from wk-step-alert-line
               close ops-alert
           end-if
           exit section
           .

       find-alert-owner section.
           call "MFUTOWNR-LOOKUP" using
               by reference wk-own-subject
               by reference wk-own-team
               by reference wk-own-oncall
               by reference wk-own-secondary
               by reference wk-own-found
           end-call
           exit section
           .

       write-hold-timing-row section.
           move 0 to tmg-seq
           move "*operator-hold*" to tmg-program
      *> answers, asked of datechk once and reused for every step.
       resolve-run-calendar section.
           set wk-cal-init to true
           call "BIZDATE-TODAY" using by reference wk-today-ymd
           end-call
           move wk-today-ymd(1:4) to wk-today-iso-y
           move wk-today-ymd(5:2) to wk-today-iso-m
           move wk-today-ymd(7:2) to wk-today-iso-d
       invoke-this-step section.
           move wk-stp-program(wk-step-idx) to wk-call-program
           move 0 to return-code
           move "ended with a nonzero return code" to sal-reason
           call wk-call-program
               on exception
                   display "mfutseq: cannot load " wk-call-program
                   move "could not be loaded" to sal-reason
                   move 1 to return-code
           end-call
           if return-code = 0
           else
               move "F" to wk-stp-outcome(wk-step-idx)
               add 1 to wk-fail-count
               perform write-step-alert
           end-if
           move 0 to return-code
           exit section
