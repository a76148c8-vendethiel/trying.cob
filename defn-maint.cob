       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "runlock-data.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
           copy "passcheck-data.copy".
           copy "permit-data.copy".
       01 ws-defn-status pic XX.
       01 ws-trans-status pic XX.
       01 ws-dico-status pic XX.

       procedure division.
       main-line.
           move "DEFN-MAINT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "DEFN-MAINT" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             perform release-run-lock
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

       take-run-lock.
           move "DEFN-MAINT" to lk-lock-name
           move "BATCH" to lk-operator
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-maint-rc not = "00" then
             call 'raise-alert' using aud-record
           end-if
