       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-history-status pic XX.
       01 ws-report-ctl-status pic XX.

       procedure division.
       main-line.
           move "RANDHIST-REPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           move spaces to ws-history-name
             end-perform
             close history-in
             perform write-fairness-report
             perform record-run-manifest
             perform set-job-status
           end-if
           display "JOB STATUS: " ws-job-return-code " "
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "RANDHIST-REPORT" to rm-program-id
           move ws-history-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "RANDFAIR.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       get-run-parameters.
           open input report-ctl
           if ws-report-ctl-status = '00' then
             write print-line
           end-perform
           close report-out
           move "RANDHIST-REPORT" to ra-program-id
           move "RANDFAIR.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
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
