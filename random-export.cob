           02 fs-count pic 9(6).
           02 fs-checksum pic 9(12).
           02 fs-seq pic 9(6).
      * when the feed was written, spaces on rows logged before the
      * field existed
           02 fs-sent-stamp pic X(14).

      * the last feed sequence issued and the date it went out -
      * the monotonic numbering the receiving side asked for
           02 xc-override pic X(1).

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-random-status pic XX.
       01 ws-export-status pic XX.

       procedure division.
       main-line.
           move "RANDOM-EXPORT" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-feed-sequence
           if ws-already-sent = 'Y' and ws-override not = 'Y' then
             stop run
           end-if
           perform export-draws
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           move ws-record-count to fs-count
           move ws-checksum to fs-checksum
           move ws-feed-sequence to fs-seq
           move function current-date to fs-sent-stamp
           write fs-record
           close feed-log
           .
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "RANDOM-EXPORT" to rm-program-id
           move "RANDOM.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "RANDOM.EXP" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "RANDOM-EXPORT" to aud-program-id
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
