
       data division.
       file section.
      * per-entrant correct counts and points per scoring date,
      * written by puzzle-score - the day file that puts an entrant
      * in this month's hat and keeps March's solvers out of
      * September's.  a row from before points were kept has none,
      * and its correct count stands in at a point apiece
       fd  entrant-score.
       01 es-record.
           02 es-date pic X(8).
           02 es-entrant-id pic X(8).
           02 es-correct pic 9(5).
           02 es-points pic 9(6).

       fd  leaderboard.
       01 lb-record.
           02 lb-correct pic 9(5).
           02 lb-incorrect pic 9(5).
           02 lb-not-a-word pic 9(5).
           02 lb-points pic 9(7).

       fd  entrant-master.
       01 en-record.
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

      * control card: the report month the draw covers, how many
      * winners to pull and the points an entrant must have scored
      * in the month to be in the hat; no card draws one winner for
      * the processing date's month from everyone who was correct
       fd  draw-ctl.
       01 dc-record.
           02 dc-month pic X(6).
           02 dc-winners pic 9(2).
           02 dc-min-points pic 9(6).

       fd  winners-out.
       01 win-record.
           02 win-name pic X(20).
           02 win-town pic X(20).
           02 win-drawn-date pic X(8).
           02 win-min-points pic 9(6).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "manifest-data.copy".
       copy "status-data.copy".
       copy "cobrand-data.copy".
       01 ws-ent-score-status pic XX.
       01 ws-draw-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-reg-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-report-month pic X(6).
       01 ws-winners-wanted pic 9(2) value 1.
       01 ws-winners-drawn pic 9(2) value 0.
       01 ws-winners-name pic X(22).
       01 ws-rank pic 9(2).
       01 ws-min-points pic 9(6) value 0.
       01 ws-row-points pic 9(7).
       01 ws-below-count pic 9(3) value 0.

      * the draw pool: every entrant with a correct answer in the
      * report month who is registered and active - one ticket per
               05 ws-pool-name pic X(20).
               05 ws-pool-town pic X(20).
               05 ws-pool-won pic X(1).
               05 ws-pool-points pic 9(7).
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).
       01 ws-kept pic 9(3).
       01 ws-pick pic 9(3).
       01 ws-live-count pic 9(3).
       01 ws-live-seen pic 9(3).

       procedure division.
       main-line.
           move "PRIZE-DRAW" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           move ws-run-date(1:6) to ws-report-month
           perform get-draw-parameters
           perform build-draw-pool
           if ws-min-points > 0 then
             perform apply-points-threshold
           end-if
           if ws-pool-count = 0 then
             set job-warning to true
             move "NO ELIGIBLE ENTRANTS TO DRAW FROM"
               to ws-job-message
           else
             perform draw-winners
             perform record-run-manifest
             perform set-job-status
           end-if
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           display "POOL: " ws-pool-count
             "  WINNERS DRAWN: " ws-winners-drawn
           if ws-min-points > 0 then
             display "POINTS THRESHOLD: " ws-min-points
               "  BELOW IT: " ws-below-count
           end-if
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
                 if dc-winners > 0 then
                   move dc-winners to ws-winners-wanted
                 end-if
                 if dc-min-points is numeric then
                   move dc-min-points to ws-min-points
                 end-if
             end-read
             close draw-ctl
           end-if
                     and es-correct > 0 then
                     move es-entrant-id to lb-entrant-id
                     perform add-entrant-to-pool
                     if es-points is numeric then
                       move es-points to ws-row-points
                     else
                       move es-correct to ws-row-points
                     end-if
                     perform add-pool-points
                   end-if
               end-read
             end-perform
                   not at end
                     if lb-correct > 0 then
                       perform add-entrant-to-pool
                       if lb-points is numeric then
                         move lb-points to ws-row-points
                       else
                         move lb-correct to ws-row-points
                       end-if
                       perform add-pool-points
                     end-if
                 end-read
               end-perform

      * one ticket per entrant however many rows carried them in
       add-entrant-to-pool.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-pool-count or ws-found-p > 0
             if ws-pool-id(ws-p) = lb-entrant-id then
               move ws-p to ws-found-p
             end-if
           end-perform
           if ws-found-p = 0
             and ws-pool-count < ws-max-pool then
             perform check-entrant-registered
             if ws-reg-found = 'Y' then
               add 1 to ws-pool-count
               move ws-pool-count to ws-found-p
               move lb-entrant-id to ws-pool-id(ws-pool-count)
               move ws-reg-name to ws-pool-name(ws-pool-count)
               move ws-reg-town to ws-pool-town(ws-pool-count)
               move 'N' to ws-pool-won(ws-pool-count)
               move 0 to ws-pool-points(ws-pool-count)
             end-if
           end-if
           .

       add-pool-points.
           if ws-found-p > 0 then
             add ws-row-points to ws-pool-points(ws-found-p)
           end-if
           .

      * with a threshold on the card only an entrant whose points
      * for the month reach it keeps a ticket - still one ticket,
      * however far past it they went
       apply-points-threshold.
           move 0 to ws-kept
           move 0 to ws-below-count
           perform varying ws-p from 1 by 1
             until ws-p > ws-pool-count
             if ws-pool-points(ws-p) >= ws-min-points then
               add 1 to ws-kept
               if ws-kept < ws-p then
                 move ws-pool-entry(ws-p) to ws-pool-entry(ws-kept)
               end-if
             else
               add 1 to ws-below-count
             end-if
           end-perform
           move ws-kept to ws-pool-count
           .

      * only registered, active entrants can win - an ID that was
      * never on the master, or was deactivated since, stays in the
      * scoring figures but out of the hat
           move spaces to ws-reg-town
           open input entrant-master
           if ws-entrant-master-status = '00' then
             move 'N' to ws-reg-eof
             perform until ws-reg-eof = 'Y'
               read entrant-master
                 at end move 'Y' to ws-reg-eof
                 not at end
                   if en-id = lb-entrant-id
                     and en-active = 'Y' then
                     move 'Y' to ws-reg-found
                     move en-name to ws-reg-name
                     move en-town to ws-reg-town
                     move 'Y' to ws-reg-eof
                   end-if
               end-read
             end-perform
           move ws-live-count to randed-high
           call 'cobrand' using init-status, randed, cur-date,
               randed-low, randed-high, randed-ranged,
               preview-mode, stream-name, weighted-draw
           move randed-ranged to ws-pick
           if ws-pick < 1 or ws-pick > ws-live-count then
             move ws-live-count to ws-pick
                 move ws-pool-name(ws-p) to win-name
                 move ws-pool-town(ws-p) to win-town
                 move ws-run-date to win-drawn-date
                 move ws-min-points to win-min-points
                 write win-record
                 display "WINNER " ws-rank ": " ws-pool-id(ws-p)
                   " " function trim(ws-pool-name(ws-p))
           end-evaluate
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PRIZE-DRAW" to rm-program-id
           move "ENTSCORE.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move "ENTRANT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           move ws-winners-name to rm-file-name
           set rm-written to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           .

       write-audit-log.
           move "PRIZE-DRAW" to aud-program-id
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
