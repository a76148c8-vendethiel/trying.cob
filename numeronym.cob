           02 nxr-word pic A(100).

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-audit-log-status pic XX.
       01 ws-reject-count pic 9(5) value 0.

       procedure division.
       main-line.
           move "NUMERONYM-MAIN" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform get-run-parameters
           if ws-boundary-len = 0 then
             move 1 to ws-boundary-len
           else
             perform forward-batch
           end-if
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "NUMERONYM-MAIN" to rm-program-id
           move "NUMERONYM.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMGLOSS.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMEXCEPT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "NUMERONYM.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "NUMERONYM-MAIN" to aud-program-id
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
           close numeronym-in
           perform write-exceptions-section
           close numeronym-rpt
           move "NUMERONYM-MAIN" to ra-program-id
           move "NUMERONYM.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           close numeronym-rejects
           .

             perform glossary-reverse-scan
           end-if
           close numeronym-rpt
           move "NUMERONYM-MAIN" to ra-program-id
           move "NUMERONYM.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           close numeronym-rejects
           perform close-word-master
           display ws-match-count " candidate(s) found"
