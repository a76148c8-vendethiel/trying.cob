       identification division.
       program-id. prog-status.

       environment division.
       input-output section.
       file-control.
           select status-register assign to 'PROGSTAT.IDX'
           organization is indexed
           access mode is dynamic
           record key is pgs-program-id
           file status is ws-register-status.

       data division.
       file section.
       fd  status-register.
       copy "progstat-data.copy".

       working-storage section.
       01 ws-register-status pic XX.
       01 ws-stamp pic X(21).
       01 ws-on-file pic X(1).

       linkage section.
       copy "progstat-call.copy".
       copy "audit-data.copy".

      * kept beside AUDIT.LOG so the menu and the morning reports
      * can ask "how did X last run" with one keyed read instead of
      * a pass over every audit row ever written
       procedure division using pst-action, aud-record.
       main-line.
           move function current-date to ws-stamp
           open i-o status-register
           if ws-register-status = '35' then
             open output status-register
             close status-register
             open i-o status-register
           end-if
           if ws-register-status not = '00' then
             goback
           end-if
           move aud-program-id to pgs-program-id
           move 'Y' to ws-on-file
           read status-register
             invalid key
               move 'N' to ws-on-file
               move spaces to pgs-record
               move aud-program-id to pgs-program-id
           end-read
           if pst-start then
             move ws-stamp to pgs-last-start
           else
             move aud-timestamp to pgs-last-end
             move aud-return-code to pgs-last-rc
             move aud-run-number to pgs-last-run
             move aud-operator-id to pgs-last-operator
             move aud-outcome to pgs-last-outcome
           end-if
           if ws-on-file = 'Y' then
             rewrite pgs-record
               invalid key continue
             end-rewrite
           else
             write pgs-record
               invalid key continue
             end-write
           end-if
           close status-register
           goback
           .

       end program prog-status.
