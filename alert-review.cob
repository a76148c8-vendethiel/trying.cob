       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-alert-file-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-open-count pic 9(4) value 0.
                 move ps-message to so-message
               end-if
             end-if
             if so-accepted then
               move "ALERT-REVIEW" to pc-program-id
               move 'U' to pc-mode-needed
               perform check-program-permit
             end-if
             if so-rejected then
               display so-message
               move 8 to return-code
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

       load-alerts.
           move 0 to ws-alert-count
           open input alert-file
