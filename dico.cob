               02 ctl-attr-filter pic X(1).

         working-storage section.
           copy "progstat-call.copy".
           copy "rptarch-call.copy".
           copy "manifest-data.copy".
           copy "status-data.copy".
           01 ws-audit-log-status pic XX.
           01 ws-dico-ctl-status pic XX.
           01 ws-actual-count pic 9(6) value 0.

       procedure division.
           move "DICO" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform get-run-parameters
           call 'sysdate' using ws-sysdate
           move ws-sysdate to ws-run-date
           perform write-page-footer
           close word.
           close print-file.
           move "DICO" to ra-program-id
           move "DICOLIST.PRT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform check-control-total
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "DICO" to rm-program-id
           move "dico.txt" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "DICO" to aud-program-id
           move function current-date to aud-timestamp
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
