       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       01 ws-probe-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-probe-name pic X(20).
           02 filler pic X(20) value 'ENTRYMST.IDX'.
           02 filler pic X(20) value 'AMENDLOG.DAT'.
           02 filler pic X(20) value 'PERCLOSE.DAT'.
           02 filler pic X(20) value 'ENTRYAPR.LOG'.
       01 ws-file-list redefines ws-file-table.
           02 ws-file-name pic X(20) occurs 6 times.

       procedure division.
       main-line.
           move "TRAIN-REFRESH" to aud-program-id
           perform check-supervisor-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform varying ws-f from 1 by 1 until ws-f > 6
             perform refresh-one-file
           end-perform
           display ws-refreshed " TRAINING COPY(S) REFRESHED, "
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "TRAIN-REFRESH" to pc-program-id
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

       refresh-one-file.
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program train-refresh.
