       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       01 ws-word-master-status pic XX.
       01 ws-leaderboard-ctl-status pic XX.
       01 ws-audit-log-status pic XX.

       procedure division.
       main-line.
           move "WORD-LEADERBOARD" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-sysdate
           move ws-sysdate to ws-run-date
           perform get-run-parameters
           end-if
           perform scan-word-master
           perform write-leaderboard
           perform record-run-manifest
           display ws-top-count " word(s) on the leaderboard"
           perform write-audit-log
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "WORD-LEADERBOARD" to rm-program-id
           move "WORD-MASTER.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDWEEK.OUT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "WORD-LEADERBOARD" to aud-program-id
           move function current-date to aud-timestamp
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

      * a WORDWEEK.CTL control card lets driver.cob run this
