       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-rejects-status pic XX.
       01 ws-analysis-ctl-status pic XX.

       procedure division.
       main-line.
           move "REJECT-ANALYSIS" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           open input rejects-in
           write print-line
           perform rank-missing-words
           close report-out
           move "REJECT-ANALYSIS" to ra-program-id
           move "REJANAL.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

       rank-missing-words.
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
