       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "cobrand-data.copy".
       01 ws-word-master-status pic XX.

       procedure division.
       main-line.
           move "FEATURED-WORD" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           compute ws-today-int = function integer-of-date(
             function numval(ws-run-date))
               perform write-feature-file
               perform record-feature-usage
               perform rewrite-usage-master
               perform record-run-manifest
               set job-ok to true
               move spaces to ws-job-message
               string "FEATURED WORD PICKED: "
             compute randed-high = ws-wm-master-count + 1
             call 'cobrand' using init-status, randed, cur-date,
                 randed-low, randed-high, randed-ranged,
                 preview-mode, stream-name, weighted-draw
             if randed-ranged >= 2
               and randed-ranged <= ws-wm-master-count + 1 then
               move randed-ranged to ws-wm-rel-key
           close usage-live
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "FEATURED-WORD" to rm-program-id
           move "WORD-MASTER.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDUSE.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-feature-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "FEATURED-WORD" to aud-program-id
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
