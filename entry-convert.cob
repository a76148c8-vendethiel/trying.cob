           02 em-id pic 9(8).
           02 em-amount pic 9(9).
           02 em-source pic X(1).
           02 em-status pic X(1).
               88 em-posted value space.
               88 em-held value 'H' 'M'.
               88 em-held-amendment value 'M'.
               88 em-rejected value 'R'.

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "runlock-data.copy".
       01 ws-entry-old-status pic XX.
      * the old file stays on disk untouched as its own backstop
       procedure division.
       main-line.
           move "ENTRY-CONVERT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
           move eo-id to em-id
           move eo-amount to em-amount
           move eo-source to em-source
           move space to em-status
           write em-record
             invalid key
               add 1 to ws-duplicates
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           if ws-job-return-code not = 0 then
             call 'raise-alert' using aud-record
           end-if
