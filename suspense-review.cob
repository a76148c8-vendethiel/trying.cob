       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-suspense-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.

       procedure division.
       main-line.
           move "SUSPENSE-REVIEW" to aud-program-id
           call 'sysdate' using ws-run-date
           perform load-suspense-file
           perform list-open-items
           if ws-open-count > 0 then
             perform check-supervisor-sign-on
             if so-rejected then
               display so-message
               move 8 to return-code
               stop run
             end-if
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           if ws-open-count = 0 then
             display "NO OPEN SUSPENSE ITEMS"
           else
             perform disposition-loop
             if ws-changes > 0 then
               perform rewrite-suspense-file
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "SUSPENSE-REVIEW" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
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

       load-suspense-file.
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program suspense-review.
