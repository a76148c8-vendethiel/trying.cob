       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "receipt-data.copy".
       copy "runlock-data.copy".
       01 ws-freq-in-status pic XX.
       01 ws-dico-status pic XX.

       procedure division.
       main-line.
           move "FREQ-LOAD" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
           end-if
           call 'sysdate' using ws-run-date
           perform load-rank-master
           perform check-inbound-receipt
           if rcp-refused then
             perform refuse-inbound-file
           else
             open input freq-in
             if ws-freq-in-status not = '00' then
               set job-warning to true
               move "FREQLIST.DAT NOT FOUND - NOTHING TO LOAD"
                 to ws-job-message
             else
               open output freq-rej
               move 'N' to ws-eof
               perform until ws-eof = 'Y'
                 read freq-in
                   at end move 'Y' to ws-eof
                   not at end perform load-one-rank
                 end-read
               end-perform
               close freq-in
               close freq-rej
               perform rewrite-rank-master
               perform mark-inbound-processed
               perform set-job-status
             end-if
           end-if
           perform release-run-lock
           display "JOB STATUS: " ws-job-return-code " "
           close rank-live
           .

      * a delivery whose bytes were already processed is refused
      * before a record is read, whether resent by the sender or
      * left in place from the day before
       check-inbound-receipt.
           move "FREQ-LOAD" to rcp-program-id
           move "FREQLIST.DAT" to rcp-file-name
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
           move "FREQLIST.DAT ALREADY PROCESSED - REFUSED"
             to ws-job-message
             display "FREQLIST.DAT REFUSED - SAME FILE PROCESSED "
               rcp-prior-date " BY " rcp-prior-program
           .

       set-job-status.
           if ws-loaded = 0 then
             set job-warning to true
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
