           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
           02 mat-language pic X(2).
           02 mat-mode pic X(1).

       fd  sheet-in.
       01 sheet-line pic X(80).
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "status-data.copy".
       copy "manifest-data.copy".
       01 ws-grade-status pic XX.
       01 ws-matches-status pic XX.
       01 ws-sheet-status pic XX.

       procedure division.
       main-line.
           move "PUZZLE-BOOKLET" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-week-end
           perform collect-week-grades
           else
             perform sort-days-by-grade
             perform write-booklet
             perform record-run-manifest
             perform set-job-status
           end-if
           display "JOB STATUS: " ws-job-return-code " "
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PUZZLE-BOOKLET" to rm-program-id
           move "PUZZGRADE.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ANAGRAM-MATCHES.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-booklet-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       get-week-end.
           move ws-run-date to ws-week-end
           open input booklet-ctl
             end-perform
             close sheet-in
           end-if
      * each day's sheet goes on the manifest as it is lifted - a
      * missing one shows there as MISSING
           move "PUZZLE-BOOKLET" to rm-program-id
           move ws-sheet-name to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           perform write-page-footer
           .

                     if ws-dup-found = 'N' then
                       add 1 to ws-answer-number
                       move spaces to print-line
                       if mat-mode = 'H' then
                         string "    " ws-answer-number ". "
                           function trim(mat-word) " (HIDDEN)"
                           delimited by size into print-line
                       else
                         string "    " ws-answer-number ". "
                           mat-word(1:40) into print-line
                       end-if
                       write print-line
                     end-if
                   end-if
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
