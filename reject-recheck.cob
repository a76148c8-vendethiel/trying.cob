           02 sup-subject pic X(40).
           02 sup-word pic X(40).
           02 sup-publication pic X(2).
           02 sup-language pic X(2).
           02 sup-mode pic X(1).

      * how many days of rejects to re-test; no card gives the
      * default below
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-journal-status pic XX.
       01 ws-rejects-status pic XX.

       procedure division.
       main-line.
           move "REJECT-RECHECK" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
           end-if
           perform write-report-footer
           close report-out
           move "REJECT-RECHECK" to ra-program-id
           move "RECHECK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "RECHECKED: " ws-rechecked
               move rej-subject to sup-subject
               move rej-candidate to sup-word
               move spaces to sup-publication
               move spaces to sup-language
               move spaces to sup-mode
               write sup-record
               move spaces to print-line
               string "  RECOVERED: " rej-candidate(1:25)
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
