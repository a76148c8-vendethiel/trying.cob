           02 mat-date pic X(10).
           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
      * language master the match came from; spaces on legacy rows
      * and means the primary master
           02 mat-language pic X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's
           02 mat-mode pic X(1).

      * usage-history master, one record per word ever published as
      * a match, kept in word order so the desk can eyeball it and
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "tablepeak-data.copy".
       01 ws-matches-status pic XX.
       01 ws-usage-status pic XX.
       01 ws-audit-log-status pic XX.

       procedure division.
       main-line.
           move "WORD-USAGE-UPDATE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform load-usage-master
           perform apply-day-matches
           perform rewrite-usage-master
           perform record-run-manifest
           perform record-table-peaks
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message

      * only the processing date's match rows count - the matches
      * file accumulates across nightly runs, and earlier days have
      * already been rolled into the history.  hidden-word rows
      * count with the rest: they print on the sheet as answers
       apply-day-matches.
           open input matches-in
           if ws-matches-status = '00' then
           end-if
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "WORD-USAGE-UPDATE" to rm-program-id
           move "ANAGRAM-MATCHES.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "WORDUSE.DAT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

      * the usage table only grows during a run, so its count after
      * the day's matches are merged is its peak
       record-table-peaks.
           move "WORD-USAGE-UPDATE" to tp-program-id
           move "WS-USAGE-TABLE" to tp-table-name
           move ws-max-usage to tp-ceiling
           move ws-usage-count to tp-peak
           call 'table-peak' using tp-program-id, tp-table-name,
               tp-ceiling, tp-peak
           .

       write-audit-log.
           move "WORD-USAGE-UPDATE" to aud-program-id
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
