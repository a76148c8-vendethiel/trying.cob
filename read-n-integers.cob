       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-audit-log-status pic XX.
       01 i pic 9(3).
       01 cnt pic 9(3).
       01 ws-batch-eof pic X value 'N'.

       procedure division.
           move "READ-N-INTEGERS" to aud-program-id
           display "Operator ID, for the session log"
           accept ws-operator-id
           move ws-operator-id to so-operator-id
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "READ-N-INTEGERS" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           display "Run mode: (I)nteractive, (B)atch file"
           accept ws-run-mode
           if ws-run-mode = 'B' or ws-run-mode = 'b' then
           perform write-audit-log
           stop run
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

       write-audit-log.
           move "READ-N-INTEGERS" to aud-program-id
           move function current-date to aud-timestamp
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .
       get-cnt-text.
           if ws-run-mode = 'B' or ws-run-mode = 'b' then
