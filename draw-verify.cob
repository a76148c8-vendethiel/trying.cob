
       input-output section.
       file-control.
           select seed-checkpoint assign dynamic ws-seed-name
           organization is line sequential
           file status is ws-seed-status.

           select weights-snapshot assign dynamic ws-snapshot-name
           organization is line sequential
           file status is ws-snapshot-status.

           select verify-ctl assign to 'DRAWVRFY.CTL'
           organization is line sequential
           file status is ws-verify-ctl-status.

           select draw-history assign dynamic ws-history-name
           organization is line sequential
           file status is ws-history-status.
           02 dh-cur-date pic X(8).
           02 dh-randed pic S9V9(10).

       fd  weights-snapshot.
           copy "randwgt-data.copy".

      * control card: the cobrand stream to verify - blank is the
      * primary allocation stream
       fd  verify-ctl.
       01 vc-record.
           02 vc-stream-name pic X(8).

       fd  random-in.
       01 ro-record.
           02 ro-randed pic S9V9(10).
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       01 ws-seed-status pic XX.
       01 ws-history-status pic XX.
       01 ws-random-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-history-name pic X(30).
       01 ws-seed-name pic X(25).
       01 ws-snapshot-name pic X(35).
       01 ws-snapshot-status pic XX.
       01 ws-verify-ctl-status pic XX.
       01 ws-stream-name pic X(8) value spaces.
       01 ws-weighted-checked pic 9(5) value 0.
       01 ws-pending-header pic X value 'N'.
       01 ws-held-header.
           02 ws-hh-randed pic S9V9(10).
           02 ws-hh-point pic 9(10).
           02 ws-hh-total pic 9(10).
           02 ws-hh-count pic 9(5).
           02 ws-hh-selected pic X(10).
       01 ws-replay-point pic 9(10).
       01 ws-replay-total pic 9(10).
       01 ws-replay-item pic X(10).
       01 ws-running-weight pic 9(10).
       01 ws-items-seen pic 9(5).
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-seed pic 9(8).

      * the full day's sequence re-derived from the seed, held so
      * the RANDOM.OUT pass can walk it without reseeding again
       78  ws-max-replay value 10000.
       01 ws-replay-count pic 9(5) value 0.
       01 ws-replay-table.
           02 ws-replay-value pic S9V9(10)

       procedure division.
       main-line.
           move "DRAW-VERIFY" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           open output report-out
           perform write-report-header
           perform load-seed
             move "NO SEED CHECKPOINT FOR DATE - NOT VERIFIED"
               to ws-job-message
             move spaces to print-line
             string "  (no " function trim(ws-seed-name)
               " row for the processing date)"
               delimited by size into print-line
             write print-line
           else
             perform verify-history-draws
             if ws-stream-name = spaces then
               perform verify-random-out
             end-if
             perform verify-weighted-draws
             perform set-job-status
           end-if
           perform write-report-footer
           close report-out
           move "DRAW-VERIFY" to ra-program-id
           move "DRAWVRFY.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "DRAWS CHECKED: " ws-draws-checked
           stop run
           .

      * with no DRAWVRFY.CTL card the primary stream is verified,
      * as it always was; a named stream has its own seed and
      * archive names, built the way cobrand builds them
       get-run-parameters.
           open input verify-ctl
           if ws-verify-ctl-status = '00' then
             read verify-ctl
               at end continue
               not at end move vc-stream-name to ws-stream-name
             end-read
             close verify-ctl
           end-if
           move spaces to ws-seed-name
           move spaces to ws-history-name
           if ws-stream-name = spaces then
             move 'COBRAND.SEED' to ws-seed-name
             string "RANDHIST." ws-run-date(1:6)
               into ws-history-name
           else
             string 'COBRAND.' function trim(ws-stream-name) '.SEED'
               into ws-seed-name
             string "RANDHIST." function trim(ws-stream-name) "."
               ws-run-date(1:6) into ws-history-name
           end-if
           move spaces to ws-snapshot-name
           string function trim(ws-history-name) ".WGT"
             delimited by size into ws-snapshot-name
           .

       load-seed.
           move 'N' to ws-seed-found
           open input seed-checkpoint
      * a same-date rerun restarts the sequence from the top, so a
      * mismatch that equals draw one is a restart, not a fraud
       verify-history-draws.
           compute ws-replayed = random(ws-seed)
           move ws-replayed to ws-first-value
           move 1 to ws-replay-count
           end-if
           .

      * each weighted draw's snapshot is replayed in full: its draw
      * value must be one the seed produces, and the recorded weights
      * must select the recorded item from it - a changed weights
      * file, a hand-edited snapshot or a substituted winner all
      * show here
       verify-weighted-draws.
           open input weights-snapshot
           if ws-snapshot-status = '00' then
             move 'N' to ws-eof
             move 'N' to ws-pending-header
             perform until ws-eof = 'Y'
               read weights-snapshot
                 at end move 'Y' to ws-eof
                 not at end
                   if rw-cur-date = ws-run-date then
                     perform take-snapshot-row
                   end-if
               end-read
             end-perform
             close weights-snapshot
             if ws-pending-header = 'Y' then
               perform check-weighted-draw
             end-if
           end-if
           .

       take-snapshot-row.
           if rw-header then
             if ws-pending-header = 'Y' then
               perform check-weighted-draw
             end-if
             move 'Y' to ws-pending-header
             move rw-randed to ws-hh-randed
             move rw-point to ws-hh-point
             move rw-total-weight to ws-hh-total
             move rw-item-count to ws-hh-count
             move rw-selected to ws-hh-selected
             compute ws-replay-point =
               1 + integer(ws-hh-randed * ws-hh-total)
             if ws-replay-point > ws-hh-total then
               move ws-hh-total to ws-replay-point
             end-if
             move 0 to ws-replay-total
             move 0 to ws-running-weight
             move 0 to ws-items-seen
             move spaces to ws-replay-item
           else
             if ws-pending-header = 'Y' then
               add 1 to ws-items-seen
               add rw-weight to ws-replay-total
               if ws-running-weight < ws-replay-point then
                 add rw-weight to ws-running-weight
                 if ws-running-weight >= ws-replay-point then
                   move rw-item-code to ws-replay-item
                 end-if
               end-if
             end-if
           end-if
           .

       check-weighted-draw.
           move 'N' to ws-pending-header
           add 1 to ws-weighted-checked
           move 'N' to ws-match-found
           perform varying ws-r from 1 by 1
             until ws-r > ws-replay-count or ws-match-found = 'Y'
             if ws-hh-randed = ws-replay-value(ws-r) then
               move 'Y' to ws-match-found
             end-if
           end-perform
           evaluate true
             when ws-match-found not = 'Y'
               add 1 to ws-mismatch-count
               move spaces to print-line
               string "  WEIGHTED DRAW " ws-hh-selected " VALUE "
                 ws-hh-randed " NOT IN REPLAYED SEQUENCE"
                 into print-line
               write print-line
             when ws-items-seen not = ws-hh-count
               or ws-replay-total not = ws-hh-total
               or ws-replay-point not = ws-hh-point
               or ws-replay-item not = ws-hh-selected
               add 1 to ws-mismatch-count
               move spaces to print-line
               string "  WEIGHTED DRAW RECORDED " ws-hh-selected
                 " REPLAYS AS " ws-replay-item " (POINT "
                 ws-replay-point " OF " ws-replay-total ")"
                 into print-line
               write print-line
           end-evaluate
           .

       write-report-header.
           move spaces to print-line
           string "DAILY DRAW REPLAY VERIFICATION  " ws-run-date
             into print-line
           write print-line
           if ws-stream-name not = spaces then
             move spaces to print-line
             string "STREAM " ws-stream-name into print-line
             write print-line
           end-if
           move spaces to print-line
           write print-line
           .
           string "  RANDOM.OUT ROWS CHECKED: " ws-out-checked
             "  MISMATCHES: " ws-mismatch-count into print-line
           write print-line
           move spaces to print-line
           string "  WEIGHTED DRAWS CHECKED: " ws-weighted-checked
             into print-line
           write print-line
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
