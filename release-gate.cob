      * language master the match came from; spaces on legacy rows
      * and means the primary master
           02 mat-language pic X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's;
      * hidden words print on the sheet too, so they gate the same
           02 mat-mode pic X(1).

       fd  word-master.
       copy "word-master.copy".
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-matches-status pic XX.
       01 ws-word-master-status pic XX.

       procedure division.
       main-line.
           move "RELEASE-GATE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move ws-run-date to ws-gate-date
           perform get-gate-date
           end-if
           perform write-report-footer
           close report-out
           move "RELEASE-GATE" to ra-program-id
           move "RELGATE.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "ANSWERS: " ws-answers-checked
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
