           copy "audit-data.copy".

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "manifest-data.copy".
           copy "status-data.copy".
           01 ws-audit-log-status pic XX.
           01 ws-word pic A(25).

       procedure division.
       main-line.
           move "DICO-AUDIT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-sysdate
           move ws-sysdate to ws-run-date
           open input master-in
           perform write-report-footer
           close master-in
           close except-rpt
           move "DICO-AUDIT" to ra-program-id
           move "DICOAUDIT.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           write print-line
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DICO-AUDIT" to rm-program-id
           move "dico.txt" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "DICOAUDIT.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       set-job-status.
           if ws-dup-count = 0 and ws-break-count = 0 then
             set job-ok to true
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
