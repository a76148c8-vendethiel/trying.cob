       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-dico-status pic XX.
       01 ws-defn-status pic XX.

       procedure division.
       main-line.
           move "DEFN-GAP-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-defined-words
           open output report-out
           end-if
           perform write-report-footer
           close report-out
           move "DEFN-GAP-REPORT" to ra-program-id
           move "DEFNGAP.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "WORDS: " ws-word-count
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
