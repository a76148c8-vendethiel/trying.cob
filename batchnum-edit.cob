       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       01 ws-batch-in-status pic XX.
       01 ws-edit-ctl-status pic XX.
       01 ws-audit-log-status pic XX.

       procedure division.
       main-line.
           move "BATCHNUM-EDIT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           open output report-out
           perform write-report-header
           perform check-inbound-receipt
           if rcp-refused then
             perform refuse-inbound-file
           else
             open input batch-in
             if ws-batch-in-status not = '00' then
               set job-error to true
               move "BATCHNUM.DAT NOT FOUND" to ws-job-message
               move spaces to print-line
               move "  BATCHNUM.DAT NOT FOUND - NOTHING EDITED"
                 to print-line
               write print-line
             else
               perform until ws-eof = 'Y'
                 read batch-in
                   at end move 'Y' to ws-eof
                   not at end
                     add 1 to ws-line-number
                     perform edit-one-line
                 end-read
               end-perform
               close batch-in
               perform write-edited-file
               perform mark-inbound-processed
               perform check-header-agreement
               perform check-table-overflow
               perform set-job-status
             end-if
           end-if
           perform write-report-footer
           close report-out
           move "BATCHNUM-EDIT" to ra-program-id
           move "BATCHEDIT.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "LINES READ: " ws-line-number
           write print-line
           .

      * a delivery whose bytes were already processed is refused
      * before a record is read, whether resent by the sender or
      * left in place from the day before
       check-inbound-receipt.
           move "BATCHNUM-EDIT" to rcp-program-id
           move "BATCHNUM.DAT" to rcp-file-name
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
           move "BATCHNUM.DAT ALREADY PROCESSED - REFUSED"
             to ws-job-message
             move spaces to print-line
             string "  BATCHNUM.DAT REFUSED - SAME FILE PROCESSED "
               rcp-prior-date " BY " rcp-prior-program
               into print-line
             write print-line
           .

       set-job-status.
           evaluate true
             when ws-overflow-flag = 'Y'
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
