       environment division.
       input-output section.
       file-control.
           select status-register assign to 'PROGSTAT.IDX'
           organization is indexed
           access mode is dynamic
           record key is pgs-program-id
           file status is ws-register-status.

           select alert-in assign to 'ALERTS.DAT'
           organization is line sequential

       data division.
       file section.
       fd  status-register.
       copy "progstat-data.copy".

       fd  alert-in.
       01 alr-record.

       working-storage section.
       copy "status-data.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       01 ws-register-status pic XX.
       01 ws-alert-in-status pic XX.
       01 ws-journal-in-status pic XX.
       01 ws-probe-status pic XX.
             write print-line
           end-if
           close report-out
           move "EXCEPTIONS-REPORT" to ra-program-id
           move "EXCEPTIONS.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "EXCEPTIONS-REPORT" to rm-program-id
           move "ALERTS.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DRIVER.JRNL" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
      * the critical files as this morning's probe found them
           perform varying ws-p from 1 by 1 until ws-p > 4
             move ws-probe-file(ws-p) to rm-file-name
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-perform
           move "EXCEPTIONS.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * abnormal job outcomes for the processing date, including
      * control-total breaks and puzzles that generated with no
      * matches - any program whose latest run, as the status
      * register holds it, ended today with a non-zero return code
       scan-audit-outcomes.
           open input status-register
           if ws-register-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read status-register next
                 at end move 'Y' to ws-eof
                 not at end
                   if pgs-last-rc is numeric then
                     move pgs-last-rc to ws-rc-value
                   else
                     move 0 to ws-rc-value
                   end-if
                   if ws-rc-value not = 0
                     and pgs-last-end(1:8) = ws-run-date
                     and (ws-run-number = spaces
                       or pgs-last-run = spaces
                       or pgs-last-run = ws-run-number) then
                     add 1 to ws-exception-count
                     move spaces to print-line
                     string "  JOB   " pgs-program-id
                       " RC=" pgs-last-rc " "
                       function trim(pgs-last-outcome)
                       into print-line
                     write print-line
                   end-if
               end-read
             end-perform
             close status-register
           end-if
           .

