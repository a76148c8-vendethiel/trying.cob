       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-grade-status pic XX.
       01 ws-score-hist-status pic XX.

       procedure division.
       main-line.
           move "GRADE-CALIBRATE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move "EASY" to ws-rt-rating(1)
           move "MEDIUM" to ws-rt-rating(2)
           end-if
           perform write-report-footer
           close report-out
           move "GRADE-CALIBRATE" to ra-program-id
           move "GRADECAL.RPT" to ra-report-name
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
