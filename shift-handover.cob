           organization is line sequential
           file status is ws-audit-in-status.

           select status-register assign to 'PROGSTAT.IDX'
           organization is indexed
           access mode is dynamic
           record key is pgs-program-id
           file status is ws-register-status.

           select report-out assign to 'HANDOVER.RPT'
           organization is line sequential.

       fd  audit-in.
       copy "audit-data.copy".

       fd  status-register.
       copy "progstat-data.copy".

       fd  report-out.
       01 print-line pic X(100).

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-lock-status pic XX.
       01 ws-ana-ckpt-status pic XX.
       01 ws-alert-status pic XX.
       01 ws-trans-status pic XX.
       01 ws-audit-in-status pic XX.
       01 ws-register-status pic XX.
       01 ws-lock-name pic X(20).
       01 ws-trans-name pic X(20).
       01 ws-eof pic X value 'N'.

       procedure division.
       main-line.
           move "SHIFT-HANDOVER" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move function current-date to ws-now-stamp
           open output report-out
           perform report-day-activity
           perform write-report-footer
           close report-out
           move "SHIFT-HANDOVER" to ra-program-id
           move "HANDOVER.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           end-if
           .

      * from the status register: programs whose latest run ended
      * today, and how many of those ended in error
       report-day-activity.
           move 0 to ws-runs-today
           move 0 to ws-errors-today
           open input status-register
           if ws-register-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read status-register next
                 at end move 'Y' to ws-eof
                 not at end
                   if pgs-last-end(1:8) = ws-run-date then
                     add 1 to ws-runs-today
                     if pgs-last-rc is numeric then
                       move pgs-last-rc to ws-rc-value
                     else
                       move 0 to ws-rc-value
                     end-if
                   end-if
               end-read
             end-perform
             close status-register
           end-if
           move spaces to print-line
           string "PROGRAMS RUN TODAY: " ws-runs-today
             "  LAST RUN IN ERROR: " ws-errors-today into print-line
           write print-line
           .

           if ws-audit-in-status = "35" then
             open output audit-in
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-in
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program shift-handover.
