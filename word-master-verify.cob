       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-rel-key pic 9(6).
       01 ws-master-in-status pic XX.

       procedure division.
       main-line.
           move "WORD-MASTER-VERIFY" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform open-both-masters
           if job-error then
             continue
           else
             perform compare-words-in-order
             perform close-both-masters
             perform record-run-manifest
             perform set-job-status
           end-if
           display "JOB STATUS: " ws-job-return-code " "
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "WORD-MASTER-VERIFY" to rm-program-id
           move "dico.txt" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORD-MASTER.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "WORD-MASTER-VERIFY" to aud-program-id
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
