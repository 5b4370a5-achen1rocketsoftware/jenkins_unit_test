      * from the MFUTAUTHCFG DD, one row per permission:
      *   operator-id(20) program(30) action(8)
      * with "*" in the program or action column matching anything.
      * A row may carry BATCH in a scope column after the action
      * (column 62) to mark the grant for the nightly batch only;
      * the gate grants it like any other, and custsod reports the
      * master writes such operators make outside the batch window.
      * After the scope each row carries
      *   expiry date 9(8)   yyyymmdd, the last day the grant holds;
      *                      a grant past it grants nothing
      *   grant owner x(20)  the manager who answers for the grant
      *   certified 9(8)     the date it was last recertified
      * so a full row reads
      *   operator program action scope expires owner certified
      * A blank expiry is a grant that has not been given one yet -
      * it still holds, and mfutcert's recertification report lists
      * it until it has.
      *
      * A row whose program column is "role" assigns the operator
      * the role named in its action column (HELPDESK, ANALYST...);
      * it grants nothing on its own. MFUTAUTH-ROLE hands back the
      * current operator's first unexpired role, or spaces - the
      * role piimask's masking policy is keyed on.
      * No operator set, no readable permissions file, or no matching
      * grant all come back denied with the reason displayed - the
      * caller refuses to start. The authenticated operator id is
           03 aut-program         pic x(30).
           03                     pic x(01).
           03 aut-action          pic x(08).
           03                     pic x(01).
           03 aut-scope           pic x(05).
           03                     pic x(01).
           03 aut-expires         pic x(08).
           03                     pic x(01).
           03 aut-owner           pic x(20).
           03                     pic x(01).
           03 aut-certified       pic x(08).

       working-storage section.
       01 wk-auth-status      pic xx.
               05 wk-grt-operator pic x(20).
               05 wk-grt-program  pic x(30).
               05 wk-grt-action   pic x(08).
               05 wk-grt-expires  pic 9(08).
       01 wk-grant-idx        binary-long.

       01 wk-today            pic 9(08).
       01 wk-expired-on       pic 9(08).

       01 wk-operator-cfg     pic x(20).

       linkage section.
       01 lk-auth-operator    pic x(20).
       01 lk-auth-granted     pic x(01).
           88 lk-auth-ok          value "Y" false "N".
       01 lk-role-operator    pic x(20).
       01 lk-role-name        pic x(08).

       procedure division using lk-auth-program
                                 lk-auth-action
               goback
           end-if

           accept wk-today from date yyyymmdd
           move 0 to wk-expired-on
           perform match-grant-row
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
                  or lk-auth-ok

           if not lk-auth-ok
               if wk-expired-on > 0
                   display "mfutauth: operator " wk-operator-cfg
                       " grant for " lk-auth-program " expired on "
                       wk-expired-on
               else
                   display "mfutauth: operator " wk-operator-cfg
                       " holds no grant for " lk-auth-program
               end-if
           end-if
           goback.

       match-grant-row section.
           if wk-grt-program(wk-grant-idx) equal "role"
               exit section
           end-if
           if wk-grt-operator(wk-grant-idx) equal wk-operator-cfg
               and (wk-grt-program(wk-grant-idx) equal lk-auth-program
                   or wk-grt-program(wk-grant-idx)(1:1) equal "*")
               and (wk-grt-action(wk-grant-idx) equal lk-auth-action
                   or wk-grt-action(wk-grant-idx)(1:1) equal "*")
               if wk-grt-expires(wk-grant-idx) > 0
                   and wk-grt-expires(wk-grant-idx) < wk-today
                   move wk-grt-expires(wk-grant-idx) to wk-expired-on
               else
                   set lk-auth-ok to true
               end-if
           end-if
           exit section
           .
                       to wk-grt-program(wk-grant-idx)
                   move aut-action
                       to wk-grt-action(wk-grant-idx)
                   move 0 to wk-grt-expires(wk-grant-idx)
                   if aut-expires numeric
                       move aut-expires
                           to wk-grt-expires(wk-grant-idx)
                   end-if
               end-if
           end-perform
           close auth-file
           exit section
           .

      *> the operator's role, for callers that vary what they show
      *> rather than whether they run.
       entry "MFUTAUTH-ROLE" using lk-role-operator, lk-role-name.
           if not wk-auth-loaded
               perform load-permissions-file
           end-if
           move spaces to lk-role-name
           accept wk-operator-cfg from environment "MFUT_OPERATOR_ID"
           move wk-operator-cfg to lk-role-operator
           if wk-operator-cfg equal spaces
               goback
           end-if
           accept wk-today from date yyyymmdd
           perform match-role-row
               varying wk-grant-idx from 1 by 1
               until wk-grant-idx > wk-grant-count
                  or lk-role-name not equal spaces
           goback.

       match-role-row section.
           if wk-grt-program(wk-grant-idx) equal "role"
               and wk-grt-operator(wk-grant-idx) equal wk-operator-cfg
               and (wk-grt-expires(wk-grant-idx) = 0
                   or wk-grt-expires(wk-grant-idx) >= wk-today)
               move wk-grt-action(wk-grant-idx) to lk-role-name
           end-if
           exit section
           .

       end program mfutauth.
