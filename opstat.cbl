           03 prg-rec-count       pic 9(08).

       fd alert-file.
       01 alert-rec               pic x(200).

       fd opsctl-file.
       01 opsctl-rec.
                   move "FAIL" to wk-tst-word
               when "S"
                   move "SKIP" to wk-tst-word
               when "Q"
                   move "QUAR" to wk-tst-word
               when other
                   move "?   " to wk-tst-word
           end-evaluate
