       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-almanac-ctl-status pic XX.
       01 ws-history-status pic XX.

       procedure division.
       main-line.
           move "ALMANAC-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move function numval(ws-run-date(1:4))
             to ws-report-year
           open output report-out
           perform write-almanac
           close report-out
           move "ALMANAC-REPORT" to ra-program-id
           move "ALMANAC.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
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
