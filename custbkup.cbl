      * will rebuild anything. A source file that does not exist is
      * recorded with zero rows - an empty estate restores to an
      * empty estate.
      *
      * The master's record count and id hash also go to the central
      * control totals through ctltotal, so custpitr has a figure
      * recorded outside the set itself to prove a rebuilt master
      * against.
      *****************************************************************
       identification division.
       program-id. custbkup.
       01 wk-id-buf           pic x(05).
       01 wk-total-count      binary-long value 0.

       01 wk-ctl-program      pic x(30) value "custbkup".
       01 wk-ctl-hash         pic 9(10).
       01 wk-ctl-master-count binary-long value 0.

       01 wk-run-id           pic x(20) value spaces.
       01 wk-run-id-cfg       pic x(20).
       01 wk-pid-d            pic 9(9).
               close cust
           end-if
           perform close-file-section
           move cnt-hash to wk-ctl-hash
           move wk-rec-count to wk-ctl-master-count
           call "ctltotal" using by reference wk-ctl-program
                                  by reference wk-rec-count
                                  by reference wk-ctl-master-count
                                  by reference wk-ctl-hash
           end-call
           exit section
           .

