      *> a step the sequencer skipped because its prerequisite
      *> failed; reported in the XML as <skipped/>, not a failure.
                   88 MFUT-RSLT-SKIP value "S".
      *> a failure of a test on the quarantine list: reported, but
      *> as <skipped/>, so it does not fail the build.
                   88 MFUT-RSLT-QUAR value "Q".
               05 MFUT-RSLT-MESSAGE  pic x(80).
      *> how many times this test name has reported a result in this
      *> run, so MFUTRSLT can tell a retry attempt (-retry:N in
