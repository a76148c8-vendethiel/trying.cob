           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "status-data.copy".
           01 ws-master-in-status pic XX.
           01 ws-build-ctl-status pic XX.

       procedure division.
       main-line.
           move "NUMGLOSS-BUILD" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           perform load-exception-list
             into print-line
           write print-line
           close report-out
           move "NUMGLOSS-BUILD" to ra-program-id
           move "NUMGBLD.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

       set-job-status.
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
