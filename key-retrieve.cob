       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-key-status pic XX.
       01 ws-view-log-status pic XX.
       01 ws-audit-log-status pic XX.

       procedure division.
       main-line.
           move "KEY-RETRIEVE" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-supervisor-sign-on
           if so-rejected then
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (R)etrieve a key (V)iew-log "
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "KEY-RETRIEVE" to pc-program-id
             move 'I' to pc-mode-needed
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

       retrieve-one-key.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Puzzle date (yyyymmdd)"
           accept ws-key-date
           display "Publication code (blank for the daily)"
           accept ws-key-pub
           display "Key type: (A)nagram (P)yramid (X) crossword"
             " (W)ord search (N)umeronym"
           accept ws-key-type
           move function upper-case(ws-key-type) to ws-key-type
           move spaces to ws-key-name
             when ws-key-type = 'P'
               string "KEYSTORE.PYR." ws-key-pub "."
                 ws-key-date ".OUT" into ws-key-name
             when ws-key-type = 'X' and ws-key-pub = spaces
               string "KEYSTORE.XWD." ws-key-date ".OUT"
                 into ws-key-name
             when ws-key-type = 'X'
               string "KEYSTORE.XWD." ws-key-pub "."
                 ws-key-date ".OUT" into ws-key-name
             when ws-key-type = 'W' and ws-key-pub = spaces
               string "KEYSTORE.SRCH." ws-key-date ".OUT"
                 into ws-key-name
             when ws-key-type = 'W'
               string "KEYSTORE.SRCH." ws-key-pub "."
                 ws-key-date ".OUT" into ws-key-name
             when ws-key-type = 'N' and ws-key-pub = spaces
               string "KEYSTORE.NUM." ws-key-date ".OUT"
                 into ws-key-name
             when ws-key-type = 'N'
               string "KEYSTORE.NUM." ws-key-pub "."
                 ws-key-date ".OUT" into ws-key-name
             when ws-key-pub = spaces
               string "KEYSTORE." ws-key-date ".OUT"
                 into ws-key-name
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program key-retrieve.
