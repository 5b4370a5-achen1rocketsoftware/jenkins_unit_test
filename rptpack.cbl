      * raises a line in mfut-ops-alert.log - a missing report is
      * usually the first symptom of a silently failed step - and
      * fails the run. With no control file assigned, the shipped
      * list of the suite's standard reports applies. The alert
      * line names the producing program's owning team and on-call
      * contact (MFUTOWNR, off mfut-owners.dat) from column 141.
      *
      * RPTPACK_DATE=yyyymmdd overrides the packet date for reruns;
      * otherwise the packet is dated with the shop's business
      * processing date (the shared bizdate).
      *****************************************************************
       identification division.
       program-id. rptpack.
       01 index-rec               pic x(60).

       fd ops-alert.
       01 ops-alert-rec           pic x(200).

       working-storage section.
       01 wk-ctl-status       pic xx.
           03                     pic x(15)
               value "REPORT MISSING ".
           03 alr-report          pic x(30).
           03                     pic x(95) value spaces.
           03                     pic x(06) value "OWNER ".
           03 alr-team            pic x(20).
           03                     pic x(01) value spaces.
           03 alr-oncall          pic x(20).

      *> a missing report is its producing program's to chase; one
      *> listed with no program is rptpack's own.
       01 wk-own-subject      pic x(30).
       01 wk-own-team         pic x(20).
       01 wk-own-oncall       pic x(20).
       01 wk-own-secondary    pic x(20).
       01 wk-own-found        pic x(01).

       procedure division.
       rptpack-main.
           if wk-date-cfg numeric
               move wk-date-cfg to wk-packet-date
           else
               call "BIZDATE-TODAY" using by reference wk-packet-date
               end-call
           end-if
           move spaces to wk-packet-dir
           string "rptpack-" wk-packet-date

       write-missing-alert section.
           move wk-lst-report(wk-list-idx) to alr-report
           if wk-lst-program(wk-list-idx) equal spaces
               move "rptpack" to wk-own-subject
           else
               move wk-lst-program(wk-list-idx) to wk-own-subject
           end-if
           call "MFUTOWNR-LOOKUP" using
               by reference wk-own-subject
               by reference wk-own-team
               by reference wk-own-oncall
               by reference wk-own-secondary
               by reference wk-own-found
           end-call
           move wk-own-team to alr-team
           move wk-own-oncall to alr-oncall
           open extend ops-alert
           if not wk-alert-ok-status
               open output ops-alert
