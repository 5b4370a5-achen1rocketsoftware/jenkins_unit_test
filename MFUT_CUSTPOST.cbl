      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * A regression test for the nightly posting run: custpost is
      * run against the small known master and transaction file in
      * mfut-custpost.dat - a charge, a payment, a payment that
      * reopens a dormant account, a transfer between two accounts,
      * a write-off, a refund, a charge against a closed account and
      * one for an id not on the master - and the master balances,
      * ledger rows, GL journal, rejects and report totals it leaves
      * behind are compared with the expected results stored in the
      * same file (MFUTEXPC does the building and the comparing).
      * glbal then carries the night's journal, and its receivables
      * proof - CUSTRECV against the master - must pass, so a posting
      * that moves the two different ways fails here.
      *****************************************************************
       copy "mfunit_prototypes.cpy".
       program-id. MFUT_CUSTPOST.
       data division.
       working-storage section.
       78 TEST-CustPost value "CustPost".
       copy "mfunit.cpy".
       copy "mfut-runcontrol.cpy".

      *> holds this test's own trait list at a fixed width before it is
      *> handed to ExtraFixtureArguments's MFUT-RC-TRAIT-MATCH, rather
      *> than passing MFU-MD-TRAITS's own linkage item by reference and
      *> risking a width mismatch against lk-match-traits's pic x(120).
       01 wk-md-trait-arg      pic x(120).
       01 wk-md-trait-match    pic x(01).
           88 wk-md-trait-matches value "Y" false "N".

       01 wk-scenario-name    pic x(40) value "mfut-custpost.dat".
       01 wk-fail-count       binary-long.
       01 wk-fail-msg         pic x(80).
       01 wk-run-rc           binary-long.
       01 wk-glbal-rc         binary-long.

      *> fed to MFUTRSLT so this test case's outcome lands in the
      *> consolidated results file alongside every other MFUT_ test.
       01 rslt-name           pic x(30) value "MFUT_CUSTPOST".
       01 rslt-status         pic x(01).
       01 rslt-msg            pic x(80).
       01 rslt-pass-trait     pic x(01) value "Y".

      *> set by MFUTRSLT when ExtraFixtureArguments's -retry:N still
      *> has attempts left for a failing run of this test case.
       01 rslt-retry          pic x(01).
           88 rslt-retry-requested value "Y" false "N".

       procedure division.
           set rslt-retry-requested to true
           perform run-custpost-check until not rslt-retry-requested

           if rslt-status equal "F"
               goback returning MFU-FAIL-RETURN-CODE
           end-if
           goback returning MFU-PASS-RETURN-CODE.

      *> each attempt builds its own fixtures and removes them again,
      *> so a retry starts from the same known master as the first.
       run-custpost-check section.
           call "MFUTRSLT-START" using by reference rslt-name
           end-call
           call "MFUTEXPC-SETUP" using
              by reference wk-scenario-name
              by reference wk-fail-count
              by reference wk-fail-msg
           end-call
           if wk-fail-count = 0
               call "custpost"
               end-call
               move return-code to wk-run-rc
               cancel "custpost"
               call "glbal"
               end-call
               move return-code to wk-glbal-rc
               cancel "glbal"
               call "MFUTEXPC-VERIFY" using
                  by reference wk-run-rc
                  by reference wk-fail-count
                  by reference wk-fail-msg
               end-call
               if wk-fail-count = 0 and wk-glbal-rc not = 0
                   add 1 to wk-fail-count
                   move "glbal receivables proof failed after posting"
                       to wk-fail-msg
               end-if
           end-if
           call "MFUTEXPC-CLEANUP"
           end-call

           if wk-fail-count > 0
               call MFU-ASSERT-FAIL-Z using
                  by reference wk-fail-msg
               end-call
               move "F" to rslt-status
               move wk-fail-msg to rslt-msg
           else
               move "P" to rslt-status
               move spaces to rslt-msg
           end-if

           call "MFUTRSLT" using
              by reference rslt-name
              by reference rslt-status
              by reference rslt-msg
              by reference rslt-pass-trait
              by reference rslt-retry
           end-call
           .

      $region Test Configuration

       entry MFU-TC-SETUP-PREFIX & TEST-CustPost.
           goback returning 0
       .

      *> a test case stopped part way (a timeout) still leaves no
      *> fixture master or output files behind.
       entry MFU-TC-TEARDOWN-PREFIX & TEST-CustPost.
           call "MFUTEXPC-CLEANUP"
           end-call
           goback returning 0
       .

       entry MFU-TC-METADATA-SETUP-PREFIX & TEST-CustPost.
           move "Posting run against a known master and stored " &
                 "expected results" to MFU-MD-TESTCASE-DESCRIPTION
           move 30000 to MFU-MD-TIMEOUT-IN-MS
           move "regression,posting,pass" to MFU-MD-TRAITS

      *> skip this test case when it does not match the active
      *> -traits: boolean expression.
           move MFU-MD-TRAITS to wk-md-trait-arg
           call "MFUT-RC-TRAIT-MATCH" using
              by reference wk-md-trait-arg
              by reference wk-md-trait-match
           end-call
           if wk-md-trait-matches
               set MFU-MD-SKIP-TESTCASE to false
           else
               set MFU-MD-SKIP-TESTCASE to true
           end-if
           goback returning 0
       .

      $end-region
       end program MFUT_CUSTPOST.
