       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       01 ws-results-status pic XX.
       01 ws-history-status pic XX.
       01 ws-outcomes-status pic XX.

       procedure division.
       main-line.
           move "ALLOC-RESULTS" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           open output report-out
           perform write-report-header
           perform check-inbound-receipt
           if rcp-refused then
             perform refuse-inbound-file
           else
             open input results-in
             if ws-results-status not = '00' then
               set job-warning to true
               move "RANDOM.RES NOT FOUND - NOTHING TO PROCESS"
                 to ws-job-message
               move spaces to print-line
               move "  (RANDOM.RES not found)" to print-line
               write print-line
             else
               perform until ws-eof = 'Y'
                 read results-in
                   at end move 'Y' to ws-eof
                   not at end
                     add 1 to ws-results-read
                     perform match-one-result
                 end-read
               end-perform
               close results-in
               perform report-our-side-gaps
               perform merge-outcomes-master
               perform mark-inbound-processed
               perform set-job-status
             end-if
           end-if
           perform write-report-footer
           close report-out
           move "ALLOC-RESULTS" to ra-program-id
           move "ALLOCRES.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "RESULTS: " ws-results-read
           write print-line
           .

      * a delivery whose bytes were already posted is refused
      * before a record is read - the allocation system once resent
      * RANDOM.RES and it was re-posted into ALLOCOUT.DAT
       check-inbound-receipt.
           move "ALLOC-RESULTS" to rcp-program-id
           move "RANDOM.RES" to rcp-file-name
           set rcp-check to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           .

       mark-inbound-processed.
           set rcp-processed to true
           call 'inbound-receipt' using rcp-program-id, rcp-file-name,
               rcp-action, rcp-result, rcp-prior-date,
               rcp-prior-program
           .

       refuse-inbound-file.
           set job-error to true
           move "RANDOM.RES ALREADY PROCESSED - REFUSED"
             to ws-job-message
           move spaces to print-line
           string "  RANDOM.RES REFUSED - SAME FILE PROCESSED "
             rcp-prior-date " BY " rcp-prior-program
             into print-line
           write print-line
           .

       set-job-status.
           evaluate true
             when ws-results-read = 0
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
