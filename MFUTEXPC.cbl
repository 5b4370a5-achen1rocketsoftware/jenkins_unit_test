      ******************************************************************
      *
      * (C) Copyright 2010-2023 Micro Focus or one of its affiliates.
      *
      * This sample code is supplied for demonstration purposes only
      * on an "as is" basis and is for use at your own risk.
      *
      ******************************************************************

      *****************************************************************
      * MFUTEXPC is the fixture and expected-results engine behind the
      * business-program regression tests (MFUT_CUSTPOST,
      * MFUT_CUSTACCR, MFUT_CUSTRECUR, MFUT_CUSTTRIAL). Each test
      * names a scenario file kept beside the tests, the same way
      * MFUT_DATECHK keeps its cases in datechk-scenarios.dat, so a
      * new case or a corrected expected total is an edit to a data
      * file, not a change to a test program:
      *
      *   MFUTEXPC-SETUP    scenario -> builds the small known master
      *                     and input files, sets the run's variables
      *   MFUTEXPC-VERIFY   the program's return code -> compares
      *                     what the run left behind with the stored
      *                     expected results
      *   MFUTEXPC-CLEANUP  removes what this attempt built and
      *                     what the run wrote, and puts back the
      *                     variables the scenario set
      *
      * A scenario row is a three-letter tag in columns 1-3 and its
      * text from column 5; a row starting "*" is a comment.
      *
      *   ENV name=value    an environment variable for the run
      *   FIL name          a fixture file, its lines on the LIN rows
      *                     that follow
      *   MST               a customer master row (65 bytes, laid out
      *                     as customer-master.cpy) for the fixture
      *                     master the CUSTOMERS variable names
      *   OUT name          a file the run writes
      *   LOG name          a file the run appends to (audit trail,
      *                     feed register and the like)
      *   RC  n             the return code the run must give back
      *   XMS               a row the master must hold after the run;
      *                     the master must hold exactly these rows
      *   CHK m fff lll name
      *                     a file to compare against the EXP rows
      *                     that follow. Mode A: every line must match
      *                     an EXP row and every EXP row must be found
      *                     (in any order). Mode C: every EXP row must
      *                     be found, other lines are ignored - a
      *                     report's totals rather than its headings.
      *                     fff/lll blank lll positions from position
      *                     fff of each line before it is compared,
      *                     so a run's timestamp or run id cannot make
      *                     a good run look bad (000 000: no mask).
      *
      * The fixtures are built only where nothing is already there: a
      * FIL, OUT or master that already exists fails the set-up
      * rather than being overwritten, so a test run pointed at a
      * working directory by mistake cannot touch live data. A LOG
      * file that already exists is appended to and left in place;
      * one the run created is removed with the rest.
      *****************************************************************
       identification division.
       program-id. MFUTEXPC.
       environment division.
       input-output section.
           file-control.
           select scenario-file assign to wk-scenario-filename
           organization is line sequential
           file status is wk-scenario-status.

      *> a fixture being built, an output being checked, or a file
      *> being probed for or removed - one at a time.
           select work-file assign to wk-work-filename
           organization is line sequential
           file status is wk-work-status.

           select cust assign external customers
           organization is indexed
           access mode is dynamic
           record key is customer-id
           file status is wk-cust-status.
       data division.
       file section.
       fd scenario-file.
       01 scenario-rec.
           03 scn-tag             pic x(03).
           03                     pic x(01).
           03 scn-text            pic x(200).

       fd work-file.
       01 work-rec                pic x(200).

       fd cust.
       01 cust-file.
           copy "customer-master.cpy".

       working-storage section.
       01 wk-scenario-status  pic xx.
           88 wk-scenario-ok-status   value "00".
           88 wk-scenario-eof-status  value "10".
       01 wk-work-status      pic xx.
           88 wk-work-ok-status       value "00".
           88 wk-work-eof-status      value "10".
       01 wk-cust-status      pic xx.
           88 wk-cust-ok-status       value "00".
           88 wk-cust-eof-status      value "10".

       01 wk-scenario-filename pic x(60).
       01 wk-work-filename    pic x(100).

      *> the scenario, held whole: set-up walks it once to build the
      *> fixtures, verify walks it again for the expected results.
       01 wk-scn-count        binary-long value 0.
       01 wk-scn-tbl.
           03 wk-scn-entry occurs 400 times.
               05 wk-scn-tag      pic x(03).
               05 wk-scn-text     pic x(200).
       01 wk-scn-idx          binary-long.

      *> what this attempt built, so clean-up removes that and
      *> nothing else.
       01 wk-made-count       binary-long value 0.
       01 wk-made-tbl.
           03 wk-made-name pic x(100) occurs 40 times.
       01 wk-made-idx         binary-long.
       01 wk-master-made-sw   pic x(01) value "N".
           88 wk-master-made      value "Y" false "N".

       01 wk-env-count        binary-long value 0.
       01 wk-env-tbl.
           03 wk-env-entry occurs 20 times.
               05 wk-env-set-name   pic x(60).
               05 wk-env-prior      pic x(140).
       01 wk-env-idx          binary-long.
       01 wk-env-name         pic x(60).
       01 wk-env-value        pic x(140).

       01 wk-fixture-open-sw  pic x(01) value "N".
           88 wk-fixture-open     value "Y" false "N".
       01 wk-master-open-sw   pic x(01) value "N".
           88 wk-master-open      value "Y" false "N".
       01 wk-exists-sw        pic x(01).
           88 wk-file-exists      value "Y" false "N".

      *> the rows one CHK (or the XMS set) expects, each found at
      *> most once.
       01 wk-exp-count        binary-long value 0.
       01 wk-exp-tbl.
           03 wk-exp-entry occurs 200 times.
               05 wk-exp-line     pic x(200).
               05 wk-exp-found-sw pic x(01).
                   88 wk-exp-found    value "Y" false "N".
       01 wk-exp-idx          binary-long.
       01 wk-hit-idx          binary-long.

       01 wk-chk-mode         pic x(01).
           88 wk-chk-all          value "A".
           88 wk-chk-contains     value "C".
       01 wk-chk-from-x       pic x(03).
       01 wk-chk-len-x        pic x(03).
       01 wk-chk-from         binary-long.
       01 wk-chk-len          binary-long.
       01 wk-chk-name         pic x(100).
       01 wk-actual-line      pic x(200).
       01 wk-expected-rc      binary-long.
       01 wk-rc-d             pic -(8)9.
       01 wk-exp-rc-d         pic -(8)9.
       01 wk-id-d             pic 9(05).
       01 wk-fail-text        pic x(80).

       linkage section.
       01 lk-scenario-name    pic x(40).
       01 lk-fail-count       binary-long.
       01 lk-fail-msg         pic x(80).
       01 lk-run-rc           binary-long.

       procedure division.
       mfutexpc-main.
           goback.

      *> loads the scenario and builds its fixtures; a failure here
      *> means the program under test must not be run.
       entry "MFUTEXPC-SETUP" using lk-scenario-name, lk-fail-count,
                                    lk-fail-msg.
           move 0 to lk-fail-count
           move spaces to lk-fail-msg
           move 0 to wk-made-count
           move 0 to wk-env-count
           set wk-master-made to false
           set wk-fixture-open to false
           set wk-master-open to false
           perform load-scenario
           if lk-fail-count > 0
               goback
           end-if
           perform build-fixture-row
               varying wk-scn-idx from 1 by 1
               until wk-scn-idx > wk-scn-count
                  or lk-fail-count > 0
           perform close-fixtures
           goback.

       entry "MFUTEXPC-VERIFY" using lk-run-rc, lk-fail-count,
                                     lk-fail-msg.
           move 0 to lk-fail-count
           move spaces to lk-fail-msg
           perform check-return-code
           perform check-master
           perform check-output-file
               varying wk-scn-idx from 1 by 1
               until wk-scn-idx > wk-scn-count
           goback.

       entry "MFUTEXPC-CLEANUP".
           perform close-fixtures
           perform remove-made-file
               varying wk-made-idx from 1 by 1
               until wk-made-idx > wk-made-count
           move 0 to wk-made-count
           if wk-master-made
               delete file cust
               set wk-master-made to false
           end-if
           perform clear-env-var
               varying wk-env-idx from 1 by 1
               until wk-env-idx > wk-env-count
           move 0 to wk-env-count
           goback.

       load-scenario section.
           move 0 to wk-scn-count
           move spaces to wk-scenario-filename
           move lk-scenario-name to wk-scenario-filename
           open input scenario-file
           if not wk-scenario-ok-status
               move spaces to wk-fail-text
               string "Scenario file " delimited by size
                   lk-scenario-name delimited by space
                   " not found" delimited by size
                   into wk-fail-text
               end-string
               perform record-failure
               exit section
           end-if
           perform until not wk-scenario-ok-status
               read scenario-file
               if wk-scenario-ok-status
                   and scenario-rec(1:1) not equal "*"
                   and scn-tag not equal spaces
                   if wk-scn-count < 400
                       add 1 to wk-scn-count
                       move scn-tag to wk-scn-tag(wk-scn-count)
                       move scn-text to wk-scn-text(wk-scn-count)
                   end-if
               end-if
           end-perform
           close scenario-file
           exit section
           .

       build-fixture-row section.
           if wk-scn-tag(wk-scn-idx) not equal "LIN"
               and wk-fixture-open
               close work-file
               set wk-fixture-open to false
           end-if
           evaluate wk-scn-tag(wk-scn-idx)
               when "ENV"
                   perform set-env-var
               when "FIL"
                   move wk-scn-text(wk-scn-idx) to wk-work-filename
                   perform probe-work-file
                   if wk-file-exists
                       perform fail-already-there
                       exit section
                   end-if
                   open output work-file
                   if not wk-work-ok-status
                       perform fail-cannot-build
                       exit section
                   end-if
                   set wk-fixture-open to true
                   perform remember-made-file
               when "LIN"
                   if wk-fixture-open
                       write work-rec from wk-scn-text(wk-scn-idx)
                   end-if
               when "MST"
                   perform build-master-row
               when "OUT"
                   move wk-scn-text(wk-scn-idx) to wk-work-filename
                   perform probe-work-file
                   if wk-file-exists
                       perform fail-already-there
                       exit section
                   end-if
                   perform remember-made-file
               when "LOG"
                   move wk-scn-text(wk-scn-idx) to wk-work-filename
                   perform probe-work-file
                   if not wk-file-exists
                       perform remember-made-file
                   end-if
           end-evaluate
           exit section
           .

      *> the master is opened on its first MST row, and only if
      *> CUSTOMERS does not already name a master on disk.
       build-master-row section.
           if not wk-master-open
               open input cust
               if wk-cust-ok-status
                   close cust
                   move "Fixture master named by CUSTOMERS exists"
                       to wk-fail-text
                   perform record-failure
                   exit section
               end-if
               open output cust
               if not wk-cust-ok-status
                   move "Unable to build the fixture master"
                       to wk-fail-text
                   perform record-failure
                   exit section
               end-if
               set wk-master-open to true
               set wk-master-made to true
           end-if
           move wk-scn-text(wk-scn-idx)(1:65) to cust-file
           write cust-file
           if not wk-cust-ok-status
               move customer-id to wk-id-d
               move spaces to wk-fail-text
               string "Unable to write fixture master row "
                   wk-id-d delimited by size
                   into wk-fail-text
               end-string
               perform record-failure
           end-if
           exit section
           .

       close-fixtures section.
           if wk-fixture-open
               close work-file
               set wk-fixture-open to false
           end-if
           if wk-master-open
               close cust
               set wk-master-open to false
           end-if
           exit section
           .

       set-env-var section.
           move spaces to wk-env-name wk-env-value
           unstring wk-scn-text(wk-scn-idx) delimited by "="
               into wk-env-name wk-env-value
           end-unstring
           if wk-env-count < 20
               add 1 to wk-env-count
               move wk-env-name to wk-env-set-name(wk-env-count)
               move spaces to wk-env-prior(wk-env-count)
               accept wk-env-prior(wk-env-count)
                   from environment wk-env-name
           end-if
           display wk-env-name upon environment-name
           display wk-env-value upon environment-value
           exit section
           .

      *> a variable the scenario set goes back to what it was, so
      *> it cannot carry into the next test case run in the same
      *> process, nor take away a run id the build itself set.
       clear-env-var section.
           display wk-env-set-name(wk-env-idx)
               upon environment-name
           display wk-env-prior(wk-env-idx) upon environment-value
           exit section
           .

       probe-work-file section.
           set wk-file-exists to false
           open input work-file
           if wk-work-ok-status
               set wk-file-exists to true
               close work-file
           end-if
           exit section
           .

       remember-made-file section.
           if wk-made-count < 40
               add 1 to wk-made-count
               move wk-work-filename to wk-made-name(wk-made-count)
           end-if
           exit section
           .

       remove-made-file section.
           move wk-made-name(wk-made-idx) to wk-work-filename
           delete file work-file
           exit section
           .

       fail-already-there section.
           move spaces to wk-fail-text
           string "Fixture file " delimited by size
               wk-work-filename delimited by space
               " already exists" delimited by size
               into wk-fail-text
           end-string
           perform record-failure
           exit section
           .

       fail-cannot-build section.
           move spaces to wk-fail-text
           string "Unable to build fixture file " delimited by size
               wk-work-filename delimited by space
               into wk-fail-text
           end-string
           perform record-failure
           exit section
           .

      *> every failure is displayed; the first is handed back for
      *> the test's own result line.
       record-failure section.
           display "MFUTEXPC: " wk-fail-text
           add 1 to lk-fail-count
           if lk-fail-count = 1
               move wk-fail-text to lk-fail-msg
           end-if
           exit section
           .

       check-return-code section.
           perform check-return-code-row
               varying wk-scn-idx from 1 by 1
               until wk-scn-idx > wk-scn-count
           exit section
           .

       check-return-code-row section.
           if wk-scn-tag(wk-scn-idx) not equal "RC "
               exit section
           end-if
           compute wk-expected-rc =
               function numval(wk-scn-text(wk-scn-idx))
           if lk-run-rc not equal wk-expected-rc
               move lk-run-rc to wk-rc-d
               move wk-expected-rc to wk-exp-rc-d
               move spaces to wk-fail-text
               string "Return code " wk-rc-d
                   ", expected " wk-exp-rc-d
                   delimited by size into wk-fail-text
               end-string
               perform record-failure
           end-if
           exit section
           .

      *> the master after the run against the XMS rows, as a set.
       check-master section.
           move 0 to wk-exp-count
           perform collect-master-row
               varying wk-scn-idx from 1 by 1
               until wk-scn-idx > wk-scn-count
           if wk-exp-count = 0
               exit section
           end-if
           open input cust
           if not wk-cust-ok-status
               move "Unable to open the master after the run"
                   to wk-fail-text
               perform record-failure
               exit section
           end-if
           perform until not wk-cust-ok-status
               read cust next record
               if wk-cust-ok-status
                   move spaces to wk-actual-line
                   move cust-file to wk-actual-line(1:65)
                   perform find-expected-line
                   if wk-hit-idx = 0
                       move customer-id to wk-id-d
                       move spaces to wk-fail-text
                       string "Master row " wk-id-d
                           " not as expected after the run"
                           delimited by size into wk-fail-text
                       end-string
                       perform record-failure
                   end-if
               end-if
           end-perform
           close cust
           move "master" to wk-chk-name
           perform report-missing-expected
               varying wk-exp-idx from 1 by 1
               until wk-exp-idx > wk-exp-count
           exit section
           .

       collect-master-row section.
           if wk-scn-tag(wk-scn-idx) equal "XMS"
               and wk-exp-count < 200
               add 1 to wk-exp-count
               move spaces to wk-exp-line(wk-exp-count)
               move wk-scn-text(wk-scn-idx)(1:65)
                   to wk-exp-line(wk-exp-count)(1:65)
               set wk-exp-found(wk-exp-count) to false
           end-if
           exit section
           .

      *> one CHK row and the EXP rows under it.
       check-output-file section.
           if wk-scn-tag(wk-scn-idx) not equal "CHK"
               exit section
           end-if
           move spaces to wk-chk-mode wk-chk-from-x wk-chk-len-x
               wk-chk-name
           unstring wk-scn-text(wk-scn-idx) delimited by all spaces
               into wk-chk-mode wk-chk-from-x wk-chk-len-x
                    wk-chk-name
           end-unstring
           compute wk-chk-from = function numval(wk-chk-from-x)
           compute wk-chk-len = function numval(wk-chk-len-x)

           move 0 to wk-exp-count
           perform collect-expected-row
               varying wk-exp-idx from wk-scn-idx by 1
               until wk-exp-idx >= wk-scn-count
                  or wk-scn-tag(wk-exp-idx + 1) not equal "EXP"

           move wk-chk-name to wk-work-filename
           open input work-file
           if not wk-work-ok-status
               move spaces to wk-fail-text
               string "Expected output " delimited by size
                   wk-chk-name delimited by space
                   " was not written" delimited by size
                   into wk-fail-text
               end-string
               perform record-failure
               exit section
           end-if
           perform until not wk-work-ok-status
               read work-file into wk-actual-line
               if wk-work-ok-status
                   perform compare-actual-line
               end-if
           end-perform
           close work-file
           perform report-missing-expected
               varying wk-exp-idx from 1 by 1
               until wk-exp-idx > wk-exp-count
           exit section
           .

       collect-expected-row section.
           if wk-exp-count < 200
               add 1 to wk-exp-count
               move wk-scn-text(wk-exp-idx + 1)
                   to wk-exp-line(wk-exp-count)
               set wk-exp-found(wk-exp-count) to false
           end-if
           exit section
           .

       compare-actual-line section.
           if wk-chk-from > 0 and wk-chk-len > 0
               and wk-chk-from + wk-chk-len - 1 <= 200
               move spaces to wk-actual-line(wk-chk-from:wk-chk-len)
           end-if
           perform find-expected-line
           if wk-hit-idx = 0 and wk-chk-all
               move spaces to wk-fail-text
               string "Unexpected row in " delimited by size
                   wk-chk-name delimited by space
                   ": " wk-actual-line delimited by size
                   into wk-fail-text
               end-string
               perform record-failure
           end-if
           exit section
           .

      *> the first expected row equal to wk-actual-line not already
      *> matched, marked found; zero when there is none.
       find-expected-line section.
           move 0 to wk-hit-idx
           perform match-expected-line
               varying wk-exp-idx from 1 by 1
               until wk-exp-idx > wk-exp-count
                  or wk-hit-idx > 0
           exit section
           .

       match-expected-line section.
           if not wk-exp-found(wk-exp-idx)
               and wk-exp-line(wk-exp-idx) equal wk-actual-line
               move wk-exp-idx to wk-hit-idx
               set wk-exp-found(wk-exp-idx) to true
           end-if
           exit section
           .

       report-missing-expected section.
           if not wk-exp-found(wk-exp-idx)
               move spaces to wk-fail-text
               string "Missing from " delimited by size
                   wk-chk-name delimited by space
                   ": " wk-exp-line(wk-exp-idx) delimited by size
                   into wk-fail-text
               end-string
               perform record-failure
           end-if
           exit section
           .

       end program MFUTEXPC.
