           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "status-data.copy".
           01 ws-journal-status pic XX.
           01 ws-report-ctl-status pic XX.

       procedure division.
       main-line.
           move "DICO-CHANGE-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-report-window
           open output report-out
           end-if
           perform write-report-footer
           close report-out
           move "DICO-CHANGE-REPORT" to ra-program-id
           move "DICOCHG.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
               string "  " jr-date "  " jr-operator "  " jr-code
                 "  WORD: " jr-before "  FLAGS SET: " jr-flags
                 into print-line
             else
             if jr-code = 'L' or jr-code = 'U' then
               string "  " jr-date "  " jr-operator "  " jr-code
                 "  FORM: " jr-before "  ROOT: " jr-after
                 into print-line
             else
               string "  " jr-date "  " jr-operator "  " jr-code
                 "  BEFORE: " jr-before "  AFTER: " jr-after
                 into print-line
             end-if
             end-if
             write print-line
           end-if
           .
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
