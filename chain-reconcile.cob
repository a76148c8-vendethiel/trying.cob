           02 mat-subject pic X(40).
           02 mat-word pic X(40).
           02 mat-publication pic X(2).
           02 mat-language pic X(2).
      * 'H' marks a hidden-word answer, spaces every other mode's
           02 mat-mode pic X(1).

       fd  subanagram-in.
       01 sub-record.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       01 ws-history-status pic XX.
       01 ws-grade-status pic XX.
       01 ws-sheet-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-sheet-name pic X(32).
       01 ws-sheet-prefix pic X(10).
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-hard-breaks pic 9(4) value 0.
               05 ws-pz-in-hist pic X(1).
               05 ws-pz-in-grade pic X(1).
               05 ws-pz-has-output pic X(1).
               05 ws-pz-format pic X(1).
       01 ws-p pic 9(2).
       01 ws-found-p pic 9(2).
       01 ws-lookup-subject pic X(40).

       procedure division.
       main-line.
           move "CHAIN-RECONCILE" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           open output report-out
           perform write-report-header
           end-if
           perform write-report-footer
           close report-out
           move "CHAIN-RECONCILE" to ra-program-id
           move "CHAINREC.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           stop run
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "CHAIN-RECONCILE" to rm-program-id
           move "PUZZHIST.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "PUZZGRADE.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ANAGRAM-MATCHES.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "SUBANAGRAM.OUT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "CHAINREC.RPT" to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       find-or-add-puzzle.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             move 'N' to ws-pz-in-hist(ws-found-p)
             move 'N' to ws-pz-in-grade(ws-found-p)
             move 'N' to ws-pz-has-output(ws-found-p)
             move space to ws-pz-format(ws-found-p)
           end-if
           .

                     perform find-or-add-puzzle
                     if ws-found-p > 0 then
                       move 'Y' to ws-pz-in-grade(ws-found-p)
                       move pg-format to ws-pz-format(ws-found-p)
                     end-if
                   end-if
               end-read
      * subject and publication - match rows are stamped with the
      * generation date, which for an advance-dated puzzle is not
      * the history's target date.  pyramid puzzles never write
      * MAT rows and that is not a break, nor are the crossword and
      * the word search, which never write match rows at all.  a
      * hidden-word row is that subject's output as much as an
      * anagram row, so the mode does not matter here
       mark-match-output.
           open input matches-in
           if ws-matches-status = '00' then
               into print-line
             write print-line
           end-if
           if ws-pz-has-output(ws-p) not = 'Y'
             and ws-pz-format(ws-p) not = 'X'
             and ws-pz-format(ws-p) not = 'W' then
             add 1 to ws-soft-breaks
             move spaces to print-line
             string "  NOTE  " ws-pz-subject(ws-p)(1:30)
           perform probe-sheet-file
           .

      * the crossword, word search and numeronym formats each
      * print under their own sheet name, known from the grade row
       probe-sheet-file.
           evaluate ws-pz-format(ws-p)
             when 'X' move "XWDSHEET." to ws-sheet-prefix
             when 'W' move "SRCHSHEET." to ws-sheet-prefix
             when 'N' move "NUMSHEET." to ws-sheet-prefix
             when other move "PUZZSHEET." to ws-sheet-prefix
           end-evaluate
           move spaces to ws-sheet-name
           if ws-pz-pub(ws-p) = spaces then
             string function trim(ws-sheet-prefix) ws-run-date
               ".OUT" into ws-sheet-name
           else
             string function trim(ws-sheet-prefix) ws-pz-pub(ws-p)
               "." ws-run-date ".OUT" into ws-sheet-name
           end-if
           open input sheet-probe
           if ws-sheet-status = '00' then
               write print-line
             end-if
           end-if
      * a sheet found on disk goes on the manifest as read
           if ws-sheet-status = '00' then
             move "CHAIN-RECONCILE" to rm-program-id
             move ws-sheet-name to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

       write-report-header.
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
