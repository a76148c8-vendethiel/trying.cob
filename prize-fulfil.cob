       identification division.
       program-id. prize-fulfil.

       environment division.
       input-output section.
       file-control.
           select prize-master assign to 'PRIZEFUL.DAT'
           organization is line sequential
           file status is ws-prize-master-status.

           select master-out assign to 'PRIZEFUL.NEW'
           organization is line sequential.

           select master-live assign to 'PRIZEFUL.DAT'
           organization is line sequential.

           select winners-in assign dynamic ws-winners-name
           organization is line sequential
           file status is ws-winners-status.

           select entrant-score assign to 'ENTSCORE.DAT'
           organization is line sequential
           file status is ws-ent-score-status.

           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select fulfil-ctl assign to 'PRIZEFUL.CTL'
           organization is line sequential
           file status is ws-fulfil-ctl-status.

           select draw-ctl assign to 'PRIZEDRW.CTL'
           organization is line sequential
           file status is ws-draw-ctl-status.

           select letters-out assign to 'PRIZELTR.PRT'
           organization is line sequential.

           select report-out assign to 'PRIZEFUL.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  prize-master.
       01 pm-record pic X(115).

       fd  master-out.
       01 mo-record pic X(115).

       fd  master-live.
       01 ml-record pic X(115).

      * a month's winners as prize-draw filed them
       fd  winners-in.
       01 win-record.
           02 win-month pic X(6).
           02 win-rank pic 9(2).
           02 win-entrant-id pic X(8).
           02 win-name pic X(20).
           02 win-town pic X(20).
           02 win-drawn-date pic X(8).
           02 win-min-points pic 9(6).

       fd  entrant-score.
       01 es-record.
           02 es-date pic X(8).
           02 es-entrant-id pic X(8).
           02 es-correct pic 9(5).
           02 es-points pic 9(6).

       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

      * control card: the days a winner has to claim from the date
      * the letter goes out, and a further draw month to take in
      * winners from; no card allows twenty-eight days
       fd  fulfil-ctl.
       01 fc-record.
           02 fc-claim-days pic X(3).
           02 fc-month pic X(6).

       fd  draw-ctl.
       01 dc-record.
           02 dc-month pic X(6).
           02 dc-winners pic 9(2).

       fd  letters-out.
       01 letter-line pic X(72).

       fd  report-out.
       01 print-line pic X(132).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "prizeful-data.copy".
       copy "rptarch-call.copy".
       copy "manifest-data.copy".
       copy "runlock-data.copy".
       copy "status-data.copy".
       copy "cobrand-data.copy".
       01 ws-prize-master-status pic XX.
       01 ws-winners-status pic XX.
       01 ws-ent-score-status pic XX.
       01 ws-entrant-master-status pic XX.
       01 ws-fulfil-ctl-status pic XX.
       01 ws-draw-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-run-int pic 9(7).
       01 ws-deadline-int pic 9(7).
       01 ws-claim-days pic 9(3) value 28.
       01 ws-winners-name pic X(22).
       01 ws-work-date pic 9(8).
       01 ws-year pic 9(4).
       01 ws-mon pic 9(2).

      * the draw months whose winners files are taken in: this
      * month, last month, the month the draw card names and the
      * month this program's own card names
       01 ws-take-count pic 9(1) value 0.
       01 ws-take-table.
           02 ws-take-month pic X(6) occurs 4 times.
       01 ws-t pic 9(1).
       01 ws-take-found pic X(1).
       01 ws-new-month pic X(6).

      * what the run did
       01 ws-taken-in pic 9(3) value 0.
       01 ws-mismatches pic 9(3) value 0.
       01 ws-lapsed pic 9(3) value 0.
       01 ws-redrawn pic 9(3) value 0.
       01 ws-not-redrawn pic 9(3) value 0.
       01 ws-letters pic 9(3) value 0.
       01 ws-no-address pic 9(3) value 0.
       01 ws-changes pic 9(5) value 0.

      * the fulfilment master, held whole for the run and written
      * back through PRIZEFUL.NEW
       78  ws-max-prizes value 300.
       01 ws-prize-count pic 9(3) value 0.
       01 ws-prize-full pic X(1) value 'N'.
       01 ws-prize-table.
           02 ws-pz-entry occurs ws-max-prizes times.
               05 ws-pz-record pic X(115).
       01 ws-p pic 9(3).
       01 ws-found-p pic 9(3).
       01 ws-old-count pic 9(3).
       01 ws-next-rank pic 9(3).

      * the entrant master, for names, towns and who is active
       78  ws-max-entrants value 500.
       01 ws-entrant-count pic 9(3) value 0.
       01 ws-entrant-table.
           02 ws-entrant-entry occurs ws-max-entrants times.
               05 ws-en-id pic X(8).
               05 ws-en-name pic X(20).
               05 ws-en-town pic X(20).
               05 ws-en-active pic X(1).
       01 ws-e pic 9(3).
       01 ws-found-e pic 9(3).
       01 ws-look-id pic X(8).

      * a redraw pool: the month's eligible entrants - a correct
      * answer that month, registered and active, and the points
      * threshold the month was drawn under reached - less everyone
      * already drawn for that month, forfeited or not, so a prize
      * cannot go back to the entrant who let it lapse
       78  ws-max-pool value 500.
       01 ws-pool-count pic 9(3) value 0.
       01 ws-pool-month pic X(6) value spaces.
       01 ws-pool-table.
           02 ws-pool-entry occurs ws-max-pool times.
               05 ws-pool-id pic X(8).
               05 ws-pool-points pic 9(7).
       01 ws-pool-min-points pic 9(6) value 0.
       01 ws-row-points pic 9(7).
       01 ws-kept pic 9(3).
       01 ws-o pic 9(3).
       01 ws-in-pool pic X(1).
       01 ws-pick pic 9(3).

      * the accounted-for check, one line per draw month
       78  ws-max-months value 60.
       01 ws-month-count pic 9(2) value 0.
       01 ws-month-table.
           02 ws-mt-entry occurs ws-max-months times.
               05 ws-mt-month pic X(6).
               05 ws-mt-prizes pic 9(3).
               05 ws-mt-delivered pic 9(3).
               05 ws-mt-redrawn pic 9(3).
               05 ws-mt-open pic 9(3).
               05 ws-mt-unaccounted pic 9(3).
       01 ws-m pic 9(2).
       01 ws-found-m pic 9(2).
       01 ws-status-word pic X(10).
       01 ws-settled-date pic X(8).
       01 ws-link pic X(11).

       procedure division.
       main-line.
           move "PRIZE-FULFIL" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           perform take-run-lock
           if lk-busy then
             display lk-holder-message
             set job-error to true
             move "ALREADY RUNNING - RUN LOCK HELD" to ws-job-message
             perform write-audit-log
             move ws-job-return-code to return-code
             stop run
           end-if
           call 'sysdate' using ws-run-date
           compute ws-run-int = function integer-of-date(
             function numval(ws-run-date))
           perform get-run-parameters
           perform load-entrant-master
           perform load-prize-master
           perform varying ws-t from 1 by 1
             until ws-t > ws-take-count
             perform take-in-winners
           end-perform
           perform lapse-unclaimed-prizes
           perform redraw-forfeited-prizes
           open output letters-out
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to pf-record
             if pf-won then
               perform write-winner-letter
             end-if
           end-perform
           close letters-out
           if ws-changes > 0 then
             perform rewrite-prize-master
           end-if
           perform release-run-lock
           open output report-out
           perform write-register
           perform write-accounted-for
           close report-out
           move "PRIZE-FULFIL" to ra-program-id
           move "PRIZEFUL.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           move "PRIZELTR.PRT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform record-run-manifest
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       take-run-lock.
           move "PRIZE-FULFIL" to lk-lock-name
           move "BATCH" to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

      * this month and last are always looked at, so a draw made
      * late in the month is still picked up after it turns
       get-run-parameters.
           move ws-run-date(1:6) to ws-new-month
           perform add-take-month
           move ws-run-date(1:4) to ws-year
           move ws-run-date(5:2) to ws-mon
           if ws-mon = 1 then
             subtract 1 from ws-year
             move 12 to ws-mon
           else
             subtract 1 from ws-mon
           end-if
           move spaces to ws-new-month
           string ws-year ws-mon delimited by size into ws-new-month
           perform add-take-month
           open input draw-ctl
           if ws-draw-ctl-status = '00' then
             read draw-ctl
               at end continue
               not at end
                 if dc-month is numeric then
                   move dc-month to ws-new-month
                   perform add-take-month
                 end-if
             end-read
             close draw-ctl
           end-if
           open input fulfil-ctl
           if ws-fulfil-ctl-status = '00' then
             read fulfil-ctl
               at end continue
               not at end
                 if fc-claim-days is numeric
                   and fc-claim-days > '000' then
                   move fc-claim-days to ws-claim-days
                 end-if
                 if fc-month is numeric then
                   move fc-month to ws-new-month
                   perform add-take-month
                 end-if
             end-read
             close fulfil-ctl
           end-if
           .

       add-take-month.
           move 'N' to ws-take-found
           perform varying ws-t from 1 by 1
             until ws-t > ws-take-count
             if ws-take-month(ws-t) = ws-new-month then
               move 'Y' to ws-take-found
             end-if
           end-perform
           if ws-take-found = 'N' and ws-take-count < 4 then
             add 1 to ws-take-count
             move ws-new-month to ws-take-month(ws-take-count)
           end-if
           .

       load-entrant-master.
           move 0 to ws-entrant-count
           open input entrant-master
           if ws-entrant-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entrant-master
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-entrant-count < ws-max-entrants then
                     add 1 to ws-entrant-count
                     move en-id to ws-en-id(ws-entrant-count)
                     move en-name to ws-en-name(ws-entrant-count)
                     move en-town to ws-en-town(ws-entrant-count)
                     move en-active
                       to ws-en-active(ws-entrant-count)
                   end-if
               end-read
             end-perform
             close entrant-master
           end-if
           .

       load-prize-master.
           move 0 to ws-prize-count
           open input prize-master
           if ws-prize-master-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read prize-master into pf-record
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-prize-count < ws-max-prizes then
                     add 1 to ws-prize-count
                     move pf-record to ws-pz-record(ws-prize-count)
                   else
                     move 'Y' to ws-prize-full
                   end-if
               end-read
             end-perform
             close prize-master
           end-if
           .

      * a winner already on the master stays as the desk has left
      * it; a winners file that names someone else at a rank the
      * master holds means the draw was rerun after fulfilment
      * began, which is for the prize desk to settle, not this run
       take-in-winners.
           move spaces to ws-winners-name
           string "PRIZEWIN." ws-take-month(ws-t)
             into ws-winners-name
           open input winners-in
           if ws-winners-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read winners-in
               at end move 'Y' to ws-eof
               not at end perform take-in-one-winner
             end-read
           end-perform
           close winners-in
           .

       take-in-one-winner.
           move 0 to ws-found-p
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count or ws-found-p > 0
             move ws-pz-record(ws-p) to pf-record
             if pf-month = win-month and pf-rank = win-rank then
               move ws-p to ws-found-p
             end-if
           end-perform
           if ws-found-p > 0 then
             if pf-entrant-id not = win-entrant-id then
               add 1 to ws-mismatches
               display "PRIZEWIN." win-month " RANK " win-rank
                 " NAMES " win-entrant-id ", MASTER HOLDS "
                 pf-entrant-id
             end-if
             exit paragraph
           end-if
           if ws-prize-count >= ws-max-prizes then
             move 'Y' to ws-prize-full
             exit paragraph
           end-if
           move spaces to pf-record
           move win-month to pf-month
           move win-rank to pf-rank
           move win-entrant-id to pf-entrant-id
           set pf-won to true
           move win-drawn-date to pf-drawn-date
           move 0 to pf-replaces-rank
           move 0 to pf-replaced-by-rank
           move "BATCH" to pf-updated-by
           add 1 to ws-prize-count
           move pf-record to ws-pz-record(ws-prize-count)
           add 1 to ws-taken-in
           add 1 to ws-changes
           .

      * a letter unanswered by its deadline lapses the prize; one
      * claimed, posted or returned is the desk's to settle
       lapse-unclaimed-prizes.
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to pf-record
             if pf-notified and pf-claim-deadline < ws-run-date then
               set pf-forfeited to true
               move ws-run-date to pf-forfeited-date
               move "UNCLAIMED BY DEADLINE" to pf-note
               move "BATCH" to pf-updated-by
               move pf-record to ws-pz-record(ws-p)
               add 1 to ws-lapsed
               add 1 to ws-changes
             end-if
           end-perform
           .

      * every forfeited prize without a replacement is drawn again
      * on cobrand's PRIZE stream, the stream the monthly draw
      * itself runs on, so the replacement is as replayable as the
      * original.  a month with nobody left to draw keeps its
      * forfeit open and is tried again on the next run
       redraw-forfeited-prizes.
           move 'N' to init-status
           move 'N' to preview-mode
           move 'PRIZE' to stream-name
           move spaces to ws-pool-month
           move ws-prize-count to ws-old-count
           perform varying ws-p from 1 by 1
             until ws-p > ws-old-count
             move ws-pz-record(ws-p) to pf-record
             if pf-forfeited and pf-replaced-by-rank = 0 then
               perform redraw-one-prize
             end-if
           end-perform
           .

       redraw-one-prize.
           if pf-month not = ws-pool-month then
             move pf-month to ws-pool-month
             perform build-redraw-pool
           end-if
           perform find-next-rank
           if ws-pool-count = 0 or ws-next-rank > 99
             or ws-prize-count >= ws-max-prizes then
             add 1 to ws-not-redrawn
             display "PRIZE " pf-month " RANK " pf-rank
               " FORFEITED - NO ONE LEFT TO REDRAW"
             exit paragraph
           end-if
           move 1 to randed-low
           move ws-pool-count to randed-high
           call 'cobrand' using init-status, randed, cur-date,
               randed-low, randed-high, randed-ranged,
               preview-mode, stream-name, weighted-draw
           move randed-ranged to ws-pick
           if ws-pick < 1 or ws-pick > ws-pool-count then
             move ws-pool-count to ws-pick
           end-if
           move ws-pz-record(ws-p) to pf-record
           move ws-next-rank to pf-replaced-by-rank
           move pf-record to ws-pz-record(ws-p)
           move spaces to pf-record
           move ws-pool-month to pf-month
           move ws-next-rank to pf-rank
           move ws-pool-id(ws-pick) to pf-entrant-id
           set pf-won to true
           move ws-run-date to pf-drawn-date
           move ws-pz-record(ws-p)(7:2) to pf-replaces-rank
           move 0 to pf-replaced-by-rank
           move spaces to pf-note
           string "REDRAW FOR RANK " ws-pz-record(ws-p)(7:2)
             delimited by size into pf-note
           move "BATCH" to pf-updated-by
           add 1 to ws-prize-count
           move pf-record to ws-pz-record(ws-prize-count)
           display "PRIZE " pf-month " RANK " pf-replaces-rank
             " REDRAWN AS RANK " pf-rank ": " pf-entrant-id
      * the entrant just drawn is out of the hat for any further
      * forfeit in the same month
           move ws-pool-entry(ws-pool-count)
             to ws-pool-entry(ws-pick)
           subtract 1 from ws-pool-count
           add 1 to ws-redrawn
           add 1 to ws-changes
           .

       find-next-rank.
           move 0 to ws-next-rank
           perform varying ws-o from 1 by 1
             until ws-o > ws-prize-count
             move ws-pz-record(ws-o) to pf-record
             if pf-month = ws-pool-month
               and pf-rank > ws-next-rank then
               move pf-rank to ws-next-rank
             end-if
           end-perform
           add 1 to ws-next-rank
           move ws-pz-record(ws-p) to pf-record
           .

       build-redraw-pool.
           move 0 to ws-pool-count
           perform find-draw-threshold
           open input entrant-score
           if ws-ent-score-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entrant-score
                 at end move 'Y' to ws-eof
                 not at end
                   if es-date(1:6) = ws-pool-month
                     and es-correct > 0 then
                     perform add-entrant-to-pool
                   end-if
               end-read
             end-perform
             close entrant-score
           end-if
           if ws-pool-min-points > 0 then
             perform apply-points-threshold
           end-if
           move ws-pz-record(ws-p) to pf-record
           .

      * the threshold the month's draw was made under travels on
      * its winners file, so a redraw months later holds the same
      * bar whatever the draw card says by then
       find-draw-threshold.
           move 0 to ws-pool-min-points
           move spaces to ws-winners-name
           string "PRIZEWIN." ws-pool-month into ws-winners-name
           open input winners-in
           if ws-winners-status not = '00' then
             exit paragraph
           end-if
           read winners-in
             at end continue
             not at end
               if win-min-points is numeric then
                 move win-min-points to ws-pool-min-points
               end-if
           end-read
           close winners-in
           .

       apply-points-threshold.
           move 0 to ws-kept
           perform varying ws-o from 1 by 1
             until ws-o > ws-pool-count
             if ws-pool-points(ws-o) >= ws-pool-min-points then
               add 1 to ws-kept
               if ws-kept < ws-o then
                 move ws-pool-entry(ws-o) to ws-pool-entry(ws-kept)
               end-if
             end-if
           end-perform
           move ws-kept to ws-pool-count
           .

       add-entrant-to-pool.
           if es-points is numeric then
             move es-points to ws-row-points
           else
             move es-correct to ws-row-points
           end-if
           move 'N' to ws-in-pool
           perform varying ws-o from 1 by 1
             until ws-o > ws-pool-count or ws-in-pool = 'Y'
             if ws-pool-id(ws-o) = es-entrant-id then
               move 'Y' to ws-in-pool
               add ws-row-points to ws-pool-points(ws-o)
             end-if
           end-perform
           perform varying ws-o from 1 by 1
             until ws-o > ws-prize-count or ws-in-pool = 'Y'
             if ws-pz-record(ws-o)(1:6) = ws-pool-month
               and ws-pz-record(ws-o)(9:8) = es-entrant-id then
               move 'Y' to ws-in-pool
             end-if
           end-perform
           if ws-in-pool = 'Y' or ws-pool-count >= ws-max-pool then
             exit paragraph
           end-if
           move es-entrant-id to ws-look-id
           perform find-entrant
           if ws-found-e > 0 then
             if ws-en-active(ws-found-e) = 'Y' then
               add 1 to ws-pool-count
               move es-entrant-id to ws-pool-id(ws-pool-count)
               move ws-row-points to ws-pool-points(ws-pool-count)
             end-if
           end-if
           .

       find-entrant.
           move 0 to ws-found-e
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count or ws-found-e > 0
             if ws-en-id(ws-e) = ws-look-id then
               move ws-e to ws-found-e
             end-if
           end-perform
           .

      * the letter goes to the name and town on the entrant master
      * today; a winner no longer on it cannot be written to and
      * waits, still won, for the desk to put the record right
       write-winner-letter.
           move pf-entrant-id to ws-look-id
           perform find-entrant
           if ws-found-e = 0 then
             add 1 to ws-no-address
             display "PRIZE " pf-month " RANK " pf-rank " WINNER "
               pf-entrant-id " NOT ON ENTRANT MASTER - NO LETTER"
             exit paragraph
           end-if
           compute ws-deadline-int = ws-run-int + ws-claim-days
           move function date-of-integer(ws-deadline-int)
             to ws-work-date
           set pf-notified to true
           move ws-run-date to pf-notified-date
           move ws-work-date to pf-claim-deadline
           move "BATCH" to pf-updated-by
           move pf-record to ws-pz-record(ws-p)
           add 1 to ws-letters
           add 1 to ws-changes
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           move ws-en-name(ws-found-e) to letter-line(5:20)
           write letter-line
           move spaces to letter-line
           move ws-en-town(ws-found-e) to letter-line(5:20)
           write letter-line
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           string "    DATE " ws-run-date "        ENTRANT "
             pf-entrant-id "        PRIZE " pf-month "/" pf-rank
             delimited by size into letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           string "    DEAR " function trim(ws-en-name(ws-found-e))
             "," delimited by size into letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move spaces to letter-line
           string "    YOUR NAME WAS DRAWN IN THE PUZZLE PRIZE DRAW "
             "FOR " pf-month(5:2) "/" pf-month(1:4) "."
             delimited by size into letter-line
           write letter-line
           move spaces to letter-line
           string "    TO CLAIM YOUR PRIZE, CONFIRM YOUR POSTAL "
             "ADDRESS WITH THE PRIZE" delimited by size
             into letter-line
           write letter-line
           move spaces to letter-line
           string "    DESK, QUOTING THE REFERENCE ABOVE, BY "
             ws-work-date(7:2) "/" ws-work-date(5:2) "/"
             ws-work-date(1:4) "." delimited by size into letter-line
           write letter-line
           move spaces to letter-line
           string "    A PRIZE NOT CLAIMED BY THAT DATE IS FORFEIT "
             "AND DRAWN AGAIN." delimited by size into letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move "    THE PRIZE DESK" to letter-line
           write letter-line
           move spaces to letter-line
           write letter-line
           move all "- " to letter-line
           write letter-line
           .

       rewrite-prize-master.
           open output master-out
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to mo-record
             write mo-record
           end-perform
           close master-out
           move 'N' to ws-eof
           open input master-out
           open output master-live
           perform until ws-eof = 'Y'
             read master-out
               at end move 'Y' to ws-eof
               not at end
                 move mo-record to ml-record
                 write ml-record
             end-read
           end-perform
           close master-out
           close master-live
           .

      * the register: every prize on the master in the order it
      * came on, with the date of whatever last happened to it
       write-register.
           move spaces to print-line
           string "PRIZE FULFILMENT REGISTER  " ws-run-date
             "  CLAIM PERIOD " ws-claim-days " DAYS" into print-line
           write print-line
           move spaces to print-line
           write print-line
           move spaces to print-line
           move "  MONTH" to print-line(1:10)
           move "RANK" to print-line(11:4)
           move "ENTRANT" to print-line(16:8)
           move "NAME" to print-line(26:4)
           move "STATUS" to print-line(48:6)
           move "NOTIFIED" to print-line(59:8)
           move "DEADLINE" to print-line(69:8)
           move "SETTLED" to print-line(79:7)
           move "REDRAW" to print-line(89:6)
           move "NOTE" to print-line(101:4)
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-p from 1 by 1
             until ws-p > ws-prize-count
             move ws-pz-record(ws-p) to pf-record
             perform write-register-line
             perform tally-month
           end-perform
           if ws-prize-count = 0 then
             move "  NO PRIZES ON THE FULFILMENT MASTER"
               to print-line
             write print-line
           end-if
           if ws-prize-full = 'Y' then
             move spaces to print-line
             write print-line
             move "  ** FULFILMENT MASTER FULL - PRIZES NOT TAKEN IN"
               to print-line
             write print-line
           end-if
           .

       write-register-line.
           move spaces to ws-settled-date
           evaluate true
             when pf-won
               move "WON" to ws-status-word
             when pf-notified
               move "NOTIFIED" to ws-status-word
             when pf-claimed
               move "CLAIMED" to ws-status-word
               move pf-claimed-date to ws-settled-date
             when pf-dispatched
               move "DISPATCHED" to ws-status-word
               move pf-dispatched-date to ws-settled-date
             when pf-returned
               move "RETURNED" to ws-status-word
               move pf-returned-date to ws-settled-date
             when pf-forfeited
               move "FORFEITED" to ws-status-word
               move pf-forfeited-date to ws-settled-date
             when other
               move "UNKNOWN" to ws-status-word
           end-evaluate
           move spaces to ws-link
           if pf-replaced-by-rank > 0 then
             string "BY RANK " pf-replaced-by-rank
               delimited by size into ws-link
           else
             if pf-replaces-rank > 0 then
               string "FOR RANK " pf-replaces-rank
                 delimited by size into ws-link
             end-if
           end-if
           move pf-entrant-id to ws-look-id
           perform find-entrant
           move spaces to print-line
           move pf-month to print-line(3:6)
           move pf-rank to print-line(12:2)
           move pf-entrant-id to print-line(16:8)
           if ws-found-e > 0 then
             move ws-en-name(ws-found-e) to print-line(26:20)
           else
             move "(NOT ON MASTER)" to print-line(26:20)
           end-if
           move ws-status-word to print-line(48:10)
           move pf-notified-date to print-line(59:8)
           move pf-claim-deadline to print-line(69:8)
           move ws-settled-date to print-line(79:8)
           move ws-link to print-line(89:11)
           move pf-note to print-line(101:30)
           write print-line
           .

      * delivered is posted and not come back; redrawn is forfeited
      * with its replacement on the master; anything short of those
      * is either still in hand or, forfeited with no replacement,
      * not accounted for
       tally-month.
           move 0 to ws-found-m
           perform varying ws-m from 1 by 1
             until ws-m > ws-month-count or ws-found-m > 0
             if ws-mt-month(ws-m) = pf-month then
               move ws-m to ws-found-m
             end-if
           end-perform
           if ws-found-m = 0 then
             if ws-month-count >= ws-max-months then
               exit paragraph
             end-if
             add 1 to ws-month-count
             move ws-month-count to ws-found-m
             move pf-month to ws-mt-month(ws-found-m)
             move 0 to ws-mt-prizes(ws-found-m)
             move 0 to ws-mt-delivered(ws-found-m)
             move 0 to ws-mt-redrawn(ws-found-m)
             move 0 to ws-mt-open(ws-found-m)
             move 0 to ws-mt-unaccounted(ws-found-m)
           end-if
           add 1 to ws-mt-prizes(ws-found-m)
           evaluate true
             when pf-dispatched
               add 1 to ws-mt-delivered(ws-found-m)
             when pf-forfeited and pf-replaced-by-rank > 0
               add 1 to ws-mt-redrawn(ws-found-m)
             when pf-forfeited
               add 1 to ws-mt-unaccounted(ws-found-m)
             when other
               add 1 to ws-mt-open(ws-found-m)
           end-evaluate
           .

       write-accounted-for.
           move spaces to print-line
           write print-line
           move "  ACCOUNTED FOR, BY DRAW MONTH" to print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-m from 1 by 1
             until ws-m > ws-month-count
             move spaces to print-line
             string "  " ws-mt-month(ws-m)
               "  PRIZES " ws-mt-prizes(ws-m)
               "  DELIVERED " ws-mt-delivered(ws-m)
               "  REDRAWN " ws-mt-redrawn(ws-m)
               "  IN HAND " ws-mt-open(ws-m)
               "  NOT REDRAWN " ws-mt-unaccounted(ws-m)
               delimited by size into print-line
             evaluate true
               when ws-mt-unaccounted(ws-m) > 0
                 move "** NOT ACCOUNTED FOR" to print-line(95:20)
               when ws-mt-open(ws-m) > 0
                 move "OPEN" to print-line(95:4)
               when other
                 move "ALL ACCOUNTED FOR" to print-line(95:17)
             end-evaluate
             write print-line
           end-perform
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  TAKEN IN " ws-taken-in "  LETTERS " ws-letters
             "  LAPSED " ws-lapsed "  REDRAWN " ws-redrawn
             "  NOT REDRAWN " ws-not-redrawn
             "  NO ADDRESS " ws-no-address
             "  WINNERS FILE MISMATCHES " ws-mismatches
             delimited by size into print-line
           write print-line
           .

      * the files this run read and wrote, fingerprinted into the
      * run manifest under the run number and step in flight
       record-run-manifest.
           move "PRIZE-FULFIL" to rm-program-id
           move "ENTRANT.DAT" to rm-file-name
           set rm-read to true
           call 'run-manifest' using rm-program-id, rm-file-name,
               rm-direction
           if ws-redrawn > 0 then
             move "ENTSCORE.DAT" to rm-file-name
             set rm-read to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           if ws-changes > 0 then
             move "PRIZEFUL.DAT" to rm-file-name
             set rm-written to true
             call 'run-manifest' using rm-program-id, rm-file-name,
                 rm-direction
           end-if
           .

      * a forfeit that could not be redrawn is the one thing the
      * contest rules will not let stand, so it is the warning the
      * alert carries ahead of the housekeeping kind
       set-job-status.
           evaluate true
             when ws-not-redrawn > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-not-redrawn " FORFEITED PRIZE(S) NOT REDRAWN"
                 delimited by size into ws-job-message
             when ws-mismatches > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-mismatches " WINNER(S) DIFFER FROM MASTER"
                 delimited by size into ws-job-message
             when ws-no-address > 0
               set job-warning to true
               move spaces to ws-job-message
               string ws-no-address " WINNER(S) WITH NO ADDRESS"
                 delimited by size into ws-job-message
             when ws-prize-full = 'Y'
               set job-warning to true
               move "PRIZE FULFILMENT MASTER FULL" to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-letters " LETTER(S), " ws-lapsed
                 " LAPSED, " ws-redrawn " REDRAWN"
                 delimited by size into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "PRIZE-FULFIL" to aud-program-id
           move function current-date to aud-timestamp
           move ws-job-message to aud-outcome
           move ws-job-return-code to aud-return-code
           move "BATCH" to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-log
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
           .

       end program prize-fulfil.
