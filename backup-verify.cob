       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-verify-ctl-status pic XX.
       01 ws-manifest-status pic XX.

       procedure division.
       main-line.
           move "BACKUP-VERIFY" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move ws-run-date to ws-set-date
           perform get-set-date
           end-if
           perform write-report-footer
           close report-out
           move "BACKUP-VERIFY" to ra-program-id
           move "BACKVRFY.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "VERIFIED: " ws-verified
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
