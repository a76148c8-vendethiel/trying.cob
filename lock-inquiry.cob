           organization is line sequential
           file status is ws-audit-in-status.

           select status-register assign to 'PROGSTAT.IDX'
           organization is indexed
           access mode is dynamic
           record key is pgs-program-id
           file status is ws-register-status.

       data division.
       file section.
       fd  lock-probe.
       fd  audit-in.
       copy "audit-data.copy".

       fd  status-register.
       copy "progstat-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "runlock-data.copy".
       01 ws-lock-status pic XX.
       01 ws-audit-in-status pic XX.
       01 ws-register-status pic XX.
       01 ws-lock-file-name pic X(20).
       01 ws-eof pic X value 'N'.
       01 ws-now-stamp pic X(21).
       01 ws-held-count pic 9(2) value 0.
       01 ws-break-number pic 9(2).
       01 ws-activity pic X(1).
       01 ws-l pic 9(2).
       01 ws-k pic 9(2).

      * every run lock the shop takes, with the audit-log program
      * name its holder signs runs with - a last run ending after
      * the lock was taken means the run already ended and the
      * lock is a leftover
       01 ws-lock-defs.
           02 filler pic X(32) value
              'ANAGRAM.LCK         ANAGRAM'.
              'FREQ-LOAD.LCK       FREQ-LOAD'.
           02 filler pic X(32) value
              'ENTRY-CONV.LCK      ENTRY-CONVER'.
           02 filler pic X(32) value
              'JOB-DISPATCH.LCK    JOB-DISPATCH'.
           02 filler pic X(32) value
              'JOB-QUEUE.LCK       JOB-REQUEST'.
           02 filler pic X(32) value
              'PRIZE-FULFIL.LCK    PRIZE-FULFIL'.
           02 filler pic X(32) value
              'STANDING-GEN.LCK    STANDING-GEN'.
       01 ws-lock-defs-r redefines ws-lock-defs.
           02 ws-lock-def occurs 13 times.
               05 ws-def-file pic X(20).
               05 ws-def-program pic X(12).

      * what the listing found, numbered for the break action
       01 ws-held-table.
           02 ws-held-entry occurs 13 times.
               05 ws-held-file pic X(20).
               05 ws-held-holder pic X(8).
               05 ws-held-stamp pic X(21).

       procedure division.
       main-line.
           move "LOCK-INQUIRY" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move function current-date to ws-now-stamp
           perform list-held-locks
           if ws-held-count = 0 then
           move 0 to ws-held-count
           display "HELD RUN LOCKS"
           display "=============="
           perform varying ws-l from 1 by 1 until ws-l > 13
             move ws-def-file(ws-l) to ws-lock-file-name
             open input lock-probe
             if ws-lock-status = '00' then

       check-holder-activity.
           move 'N' to ws-activity
           open input status-register
           if ws-register-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read status-register next
                 at end move 'Y' to ws-eof
                 not at end
                   if pgs-program-id(1:12) =
                      ws-held-program(ws-held-count)
                     and pgs-last-end >
                         ws-held-stamp(ws-held-count) then
                     move 'Y' to ws-activity
                   end-if
               end-read
             end-perform
             close status-register
           end-if
           .

               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "LOCK-INQUIRY" to pc-program-id
             move 'U' to pc-mode-needed
             perform check-program-permit
           end-if
           if so-rejected then
             display so-message
             move 8 to return-code
           end-perform
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

       break-one-lock.
           move spaces to lk-lock-name
           move 0 to ws-k
           if ws-audit-in-status = "35" then
             open output audit-in
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-in
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program lock-inquiry.
