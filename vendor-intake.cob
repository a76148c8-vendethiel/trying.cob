           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "status-data.copy".
           copy "receipt-data.copy".
           01 ws-vendor-status pic XX.
           01 ws-audit-log-status pic XX.
           01 ws-eof pic A(1) value 'N'.

       procedure division.
       main-line.
           move "VENDOR-INTAKE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform check-inbound-receipt
           if rcp-refused then
             perform refuse-inbound-file
           else
             open input vendor-in
             if ws-vendor-status not = '00' then
               set job-error to true
               move "VENDOR.DAT NOT FOUND" to ws-job-message
             else
               open output review-out
               perform until ws-eof = 'Y'
                 read vendor-in
                   at end move 'Y' to ws-eof
                   not at end
                     if vn-hdr-mark = '*' then
                       move vn-hdr-code to ws-vendor-code
                       move vn-hdr-name to ws-vendor-name
                     else
                       add 1 to ws-read-count
                       perform intake-one-word
                     end-if
                 end-read
               end-perform
               close vendor-in
               close review-out
               perform write-vendor-history
               perform mark-inbound-processed
               perform write-intake-report
               perform set-job-status
             end-if
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
             to print-line
           write print-line
           close report-out
           move "VENDOR-INTAKE" to ra-program-id
           move "VENDINTK.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           .

      * a delivery whose bytes were already processed is refused
      * before a record is read, whether resent by the sender or
      * left in place from the day before
       check-inbound-receipt.
           move "VENDOR-INTAKE" to rcp-program-id
           move "VENDOR.DAT" to rcp-file-name
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
           move "VENDOR.DAT ALREADY PROCESSED - REFUSED"
             to ws-job-message
             display "VENDOR.DAT REFUSED - SAME FILE PROCESSED "
               rcp-prior-date " BY " rcp-prior-program
           .

       set-job-status.
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
