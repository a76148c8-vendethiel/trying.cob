      * 'Y' puts the operator in the training region: interactive
      * programs work against TRAIN copies of their files
           02 op-training pic X(1).
      * largest entry or amendment the operator may post without a
      * supervisor's release; spaces take the house default, which
      * supervisors are exempt from
           02 op-amount-limit pic X(9).
      * the date of the operator's last accepted sign-on, stamped
      * by pass-check; access-recert judges dormancy from it
           02 op-last-signon pic X(8).

       fd  master-out.
       01 mo-record pic X(69).

       fd  master-live.
       01 ml-record pic X(69).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-operator-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-work-id pic X(8).
       01 ws-work-name pic X(20).
       01 ws-work-authority pic 9(1).
       01 ws-work-limit pic X(9).
       01 ws-work-amount pic 9(9).
       01 ws-changes pic 9(3) value 0.
       01 ws-o pic 9(3).
       01 ws-found-o pic 9(3).
               05 ws-op-locked pic X(1).
               05 ws-op-verify pic X(1).
               05 ws-op-training pic X(1).
               05 ws-op-limit pic X(9).
               05 ws-op-last-signon pic X(8).
       01 ws-run-date pic X(8).

       procedure division.
       main-line.
           move "OPER-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform load-operator-master
           perform check-maintainer-authority
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * pass-check has just stamped the supervisor's sign-on on the
      * master; take it afresh so a rewrite does not lose the stamp
           perform load-operator-master
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (A)dd (D)eactivate "
               "(R)eactivate (P)assword reset (V)erify "
               "exemption (T)raining mode a(M)ount limit (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'P' perform reset-password
               when 'V' perform toggle-verify-exempt
               when 'T' perform toggle-training-mode
               when 'M' perform set-amount-limit
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           accept ws-operator-id
           if ws-oper-count = 0 then
             set so-accepted to true
             move 'A' to pc-mode
             display "NO OPERATOR MASTER YET - FIRST BUILD"
           else
             move ws-operator-id to so-operator-id
                 move ps-message to so-message
               end-if
             end-if
             if so-accepted then
               move "OPER-MAINT" to pc-program-id
               move 'I' to pc-mode-needed
               perform check-program-permit
             end-if
           end-if
           .

      * the permission matrix has the last word on whether this
      * operator may run the program at all, and in which mode
       check-program-permit.
           move so-operator-id to pc-operator-id
           move so-authority to pc-authority
           call 'permit-check' using pc-program-id, pc-operator-id,
               pc-authority, pc-mode-needed, pc-mode, pc-message
           if pc-no-access then
             set so-rejected to true
             move pc-message to so-message
           end-if
           .

                       to ws-op-verify(ws-oper-count)
                     move op-training
                       to ws-op-training(ws-oper-count)
                     move op-amount-limit
                       to ws-op-limit(ws-oper-count)
                     move op-last-signon
                       to ws-op-last-signon(ws-oper-count)
                   end-if
               end-read
             end-perform

       list-operators.
           display "ID        NAME                  AUTH  ACTIVE"
             "  LOCKED  LIMIT"
           perform varying ws-o from 1 by 1
             until ws-o > ws-oper-count
             if ws-op-limit(ws-o) = spaces then
               move "DEFAULT" to ws-work-limit
             else
               move ws-op-limit(ws-o) to ws-work-limit
             end-if
             display ws-op-id(ws-o) "  " ws-op-name(ws-o) "  "
               ws-op-authority(ws-o) "     " ws-op-active(ws-o)
               "       " ws-op-locked(ws-o) "       "
               ws-work-limit
           end-perform
           display ws-oper-count " OPERATOR(S) ON MASTER"
           .

       add-operator.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "New operator ID"
           accept ws-work-id
           perform find-operator
               move 'N' to ws-op-locked(ws-oper-count)
               move 'N' to ws-op-verify(ws-oper-count)
               move 'N' to ws-op-training(ws-oper-count)
               move spaces to ws-op-limit(ws-oper-count)
               move spaces to ws-op-last-signon(ws-oper-count)
               add 1 to ws-changes
               display "OPERATOR ADDED - PASSWORD SET ON FIRST USE"
             end-if
           .

       deactivate-operator.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to deactivate"
           accept ws-work-id
           perform find-operator
           .

       reactivate-operator.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to reactivate"
           accept ws-work-id
           perform find-operator
      * and the lockout, and forces a fresh set at next sign-on -
      * nobody, supervisor included, ever sees a password
       reset-password.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to reset"
           accept ws-work-id
           perform find-operator
      * exemption is per operator, for staff the supervisor trusts
      * to key money straight
       toggle-verify-exempt.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to toggle verify exemption"
           accept ws-work-id
           perform find-operator
           .

       toggle-training-mode.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to toggle training mode"
           accept ws-work-id
           perform find-operator
           end-if
           .

      * the ceiling on what the operator may post unreleased; an
      * entry or amendment above it is held for a supervisor.  blank
      * puts the operator back on the house default
       set-amount-limit.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Operator ID to set the amount limit for"
           accept ws-work-id
           perform find-operator
           if ws-found-o = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           display "Amount limit, digits only (blank for default)"
           move spaces to ws-work-limit
           accept ws-work-limit
           if ws-work-limit = spaces then
             move spaces to ws-op-limit(ws-found-o)
             display "OPERATOR ON THE HOUSE DEFAULT LIMIT"
           else
             if function trim(ws-work-limit) is not numeric then
               display "LIMIT MUST BE DIGITS - NOT CHANGED"
               exit paragraph
             end-if
             move function numval(ws-work-limit) to ws-work-amount
             move ws-work-amount to ws-op-limit(ws-found-o)
             display "AMOUNT LIMIT SET TO " ws-work-amount
           end-if
           add 1 to ws-changes
           .

       find-operator.
           move 0 to ws-found-o
           perform varying ws-o from 1 by 1
               ws-op-pass-hash(ws-o) ws-op-pass-date(ws-o)
               ws-op-force(ws-o) ws-op-fails(ws-o)
               ws-op-locked(ws-o) ws-op-verify(ws-o)
               ws-op-training(ws-o) ws-op-limit(ws-o)
               ws-op-last-signon(ws-o)
               into mo-record
             write mo-record
           end-perform
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program oper-maint.
