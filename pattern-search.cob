       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-word-master-status pic XX.
       01 ws-pattern-ctl-status pic XX.

       procedure division.
       main-line.
           move "PATTERN-SEARCH" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform open-word-master
           open output report-out
           end-if
           perform write-report-footer
           close report-out
           move "PATTERN-SEARCH" to ra-program-id
           move "PATTERN.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform close-word-master
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
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
