       identification division.
       program-id. hall-of-fame.

       environment division.
       input-output section.
       file-control.
           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select achievement assign to 'ACHIEVE.DAT'
           organization is line sequential
           file status is ws-achieve-status.

           select milestone-log assign to 'MILESTON.LOG'
           organization is line sequential
           file status is ws-milestone-status.

           select puzzle-history assign to 'PUZZHIST.DAT'
           organization is line sequential
           file status is ws-history-status.

           select hall-ctl assign to 'HALLFAME.CTL'
           organization is line sequential
           file status is ws-hall-ctl-status.

           select report-out assign to 'HALLFAME.RPT'
           organization is line sequential.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

       fd  achievement.
       01 ach-record pic X(66).

       fd  milestone-log.
       copy "milestone-data.copy".

       fd  puzzle-history.
       01 ph-record.
           02 ph-subject pic X(40).
           02 ph-date pic X(8).

      * control card: how many days of milestones the page covers,
      * so a weekly column picks up the week's.  blank keeps 7
       fd  hall-ctl.
       01 hc-record.
           02 hc-days pic X(3).

       fd  report-out.
       01 print-line pic X(100).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "rptarch-call.copy".
       copy "status-data.copy".
       copy "achieve-data.copy".
       01 ws-entrant-master-status pic XX.
       01 ws-achieve-status pic XX.
       01 ws-milestone-status pic XX.
       01 ws-history-status pic XX.
       01 ws-hall-ctl-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-run-int pic 9(7).
       01 ws-from-int pic 9(7).
       01 ws-from-date pic X(8).
       01 ws-days pic 9(3) value 7.
       01 ws-latest-puzzle pic X(8).
       01 ws-prior-puzzle pic X(8).
       01 ws-table-full pic X(1) value 'N'.
       01 ws-no-master pic X(1) value 'N'.

      * what the page carries
       01 ws-new-milestones pic 9(5) value 0.
       01 ws-held-back pic 9(5) value 0.
       01 ws-longest-shown pic 9(2) value 0.
       01 ws-running-shown pic 9(2) value 0.
       78  ws-max-shown value 10.

      * the entrants, for the name and town the paper prints; one
      * no longer active (merged away, or withdrawn) is not named
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

       78  ws-max-achieve value 500.
       01 ws-achieve-count pic 9(3) value 0.
       01 ws-achieve-table.
           02 ws-achieve-entry occurs ws-max-achieve times.
               05 ws-ach-record pic X(66).
               05 ws-ach-picked pic X(1).
       01 ws-a pic 9(3).
       01 ws-best-a pic 9(3).
       01 ws-best-value pic 9(4).

       01 ws-value-disp pic z(4)9.
       01 ws-streak-disp pic zzz9.
       01 ws-total-disp pic zzzz9.
       01 ws-rank-disp pic z9.
       01 ws-feat pic X(24).
       01 ws-live pic X(1).

       procedure division.
       main-line.
           move "HALL-OF-FAME" to aud-program-id
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           call 'sysdate' using ws-run-date
           perform get-run-parameters
           compute ws-run-int = function integer-of-date(
             function numval(ws-run-date))
           compute ws-from-int = ws-run-int - ws-days + 1
           move function date-of-integer(ws-from-int) to ws-from-date
           perform find-latest-puzzles
           perform load-entrant-master
           perform load-achievements
           open output report-out
           perform write-report-header
           perform list-new-milestones
           perform list-longest-runs
           perform list-running-streaks
           perform write-report-footer
           close report-out
           move "HALL-OF-FAME" to ra-program-id
           move "HALLFAME.RPT" to ra-report-name
           call 'report-archive' using ra-program-id, ra-report-name
           perform set-job-status
           display "JOB STATUS: " ws-job-return-code " "
             ws-job-message
           perform write-audit-log
           move ws-job-return-code to return-code
           stop run
           .

       get-run-parameters.
           open input hall-ctl
           if ws-hall-ctl-status = '00' then
             read hall-ctl
               at end continue
               not at end
                 if hc-days is numeric and hc-days > '000' then
                   move hc-days to ws-days
                 end-if
             end-read
             close hall-ctl
           end-if
           .

      * a streak is still running while its last correct answer is
      * to the latest puzzle set, or to the one before it whose
      * answers the latest run may not have had yet
       find-latest-puzzles.
           move spaces to ws-latest-puzzle
           move spaces to ws-prior-puzzle
           open input puzzle-history
           if ws-history-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read puzzle-history
                 at end move 'Y' to ws-eof
                 not at end
                   if ph-date <= ws-run-date then
                     perform note-puzzle-date
                   end-if
               end-read
             end-perform
             close puzzle-history
           end-if
           .

       note-puzzle-date.
           evaluate true
             when ws-latest-puzzle = spaces
               move ph-date to ws-latest-puzzle
             when ph-date > ws-latest-puzzle
               move ws-latest-puzzle to ws-prior-puzzle
               move ph-date to ws-latest-puzzle
             when ph-date < ws-latest-puzzle
               and (ws-prior-puzzle = spaces
                 or ph-date > ws-prior-puzzle)
               move ph-date to ws-prior-puzzle
           end-evaluate
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
                     move en-active to ws-en-active(ws-entrant-count)
                   else
                     move 'Y' to ws-table-full
                   end-if
               end-read
             end-perform
             close entrant-master
           end-if
           .

       load-achievements.
           move 0 to ws-achieve-count
           open input achievement
           if ws-achieve-status not = '00' then
             move 'Y' to ws-no-master
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read achievement
               at end move 'Y' to ws-eof
               not at end
                 if ws-achieve-count < ws-max-achieve then
                   add 1 to ws-achieve-count
                   move ach-record to ws-ach-record(ws-achieve-count)
                   move 'N' to ws-ach-picked(ws-achieve-count)
                 else
                   move 'Y' to ws-table-full
                 end-if
             end-read
           end-perform
           close achievement
           .

      * the entrant is looked up for every line the page prints;
      * ws-found-e stays 0 for one not on file or not active
       find-active-entrant.
           move 0 to ws-found-e
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count or ws-found-e > 0
             if ws-en-id(ws-e) = ac-entrant-id then
               if ws-en-active(ws-e) = 'Y' then
                 move ws-e to ws-found-e
               else
                 exit perform
               end-if
             end-if
           end-perform
           .

       streak-is-live.
           move 'N' to ws-live
           if ac-last-correct not = spaces
             and ws-latest-puzzle not = spaces
             and (ac-last-correct = ws-latest-puzzle
               or ac-last-correct = ws-prior-puzzle) then
             move 'Y' to ws-live
           end-if
           .

      * the milestones passed in the window, in the order the
      * scoring runs reached them
       list-new-milestones.
           move spaces to print-line
           string "NEW MILESTONES SINCE " ws-from-date
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           open input milestone-log
           if ws-milestone-status not = '00' then
             move "  NONE RECORDED YET" to print-line
             write print-line
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read milestone-log
               at end move 'Y' to ws-eof
               not at end
                 if ms-run-date >= ws-from-date
                   and ms-run-date <= ws-run-date then
                   perform print-milestone
                 end-if
             end-read
           end-perform
           close milestone-log
           if ws-new-milestones = 0 then
             move spaces to print-line
             move "  NONE THIS TIME" to print-line
             write print-line
           end-if
           .

       print-milestone.
           move ms-entrant-id to ac-entrant-id
           perform find-active-entrant
           if ws-found-e = 0 then
             add 1 to ws-held-back
             exit paragraph
           end-if
           add 1 to ws-new-milestones
           move ms-value to ws-value-disp
           move spaces to ws-feat
           if ms-streak then
             string function trim(ws-value-disp) " IN A ROW"
               delimited by size into ws-feat
           else
             string function trim(ws-value-disp) " PUZZLES SOLVED"
               delimited by size into ws-feat
           end-if
           move spaces to print-line
           move ws-en-name(ws-found-e) to print-line(3:20)
           move ws-en-town(ws-found-e) to print-line(25:20)
           move ws-feat to print-line(47:24)
           move ms-run-date to print-line(73:8)
           write print-line
           .

      * the longest runs ever, best first; a run still going is
      * marked so the paper can say so
       list-longest-runs.
           move spaces to print-line
           write print-line
           move "LONGEST RUNS OF CORRECT ANSWERS" to print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count
             move 'N' to ws-ach-picked(ws-a)
           end-perform
           move 0 to ws-longest-shown
           perform until ws-longest-shown >= ws-max-shown
             perform pick-longest
             if ws-best-a = 0 then
               exit perform
             end-if
             move 'Y' to ws-ach-picked(ws-best-a)
             move ws-ach-record(ws-best-a) to ac-record
             perform find-active-entrant
             if ws-found-e > 0 then
               add 1 to ws-longest-shown
               perform streak-is-live
               move ws-longest-shown to ws-rank-disp
               move ac-longest-streak to ws-streak-disp
               move spaces to print-line
               move ws-rank-disp to print-line(1:2)
               move ws-en-name(ws-found-e) to print-line(5:20)
               move ws-en-town(ws-found-e) to print-line(27:20)
               move ws-streak-disp to print-line(49:4)
               if ws-live = 'Y'
                 and ac-current-streak = ac-longest-streak then
                 move "STILL GOING" to print-line(55:11)
               else
                 string "ENDED " ac-longest-end delimited by size
                   into print-line(55:14)
               end-if
               write print-line
             end-if
           end-perform
           if ws-longest-shown = 0 then
             move "  NONE RECORDED YET" to print-line
             write print-line
           end-if
           .

       pick-longest.
           move 0 to ws-best-a
           move 0 to ws-best-value
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count
             if ws-ach-picked(ws-a) = 'N' then
               move ws-ach-record(ws-a) to ac-record
               if ac-longest-streak > ws-best-value then
                 move ac-longest-streak to ws-best-value
                 move ws-a to ws-best-a
               end-if
             end-if
           end-perform
           .

      * the runs alive today, best first; a run of one is not yet
      * a run
       list-running-streaks.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "RUNS STILL GOING AT THE PUZZLE OF "
             ws-latest-puzzle delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count
             move 'N' to ws-ach-picked(ws-a)
           end-perform
           move 0 to ws-running-shown
           perform until ws-running-shown >= ws-max-shown
             perform pick-running
             if ws-best-a = 0 then
               exit perform
             end-if
             move 'Y' to ws-ach-picked(ws-best-a)
             move ws-ach-record(ws-best-a) to ac-record
             perform find-active-entrant
             if ws-found-e > 0 then
               add 1 to ws-running-shown
               move ws-running-shown to ws-rank-disp
               move ac-current-streak to ws-streak-disp
               move ac-total-correct to ws-total-disp
               move spaces to print-line
               move ws-rank-disp to print-line(1:2)
               move ws-en-name(ws-found-e) to print-line(5:20)
               move ws-en-town(ws-found-e) to print-line(27:20)
               move ws-streak-disp to print-line(49:4)
               string "SOLVED IN ALL " ws-total-disp
                 delimited by size into print-line(55:19)
               write print-line
             end-if
           end-perform
           if ws-running-shown = 0 then
             move "  NONE" to print-line
             write print-line
           end-if
           .

       pick-running.
           move 0 to ws-best-a
           move 1 to ws-best-value
           perform varying ws-a from 1 by 1
             until ws-a > ws-achieve-count
             if ws-ach-picked(ws-a) = 'N' then
               move ws-ach-record(ws-a) to ac-record
               perform streak-is-live
               if ws-live = 'Y'
                 and ac-current-streak > ws-best-value then
                 move ac-current-streak to ws-best-value
                 move ws-a to ws-best-a
               end-if
             end-if
           end-perform
           .

       write-report-header.
           move spaces to print-line
           string "HALL OF FAME  " ws-run-date
             "  MILESTONES OF THE LAST " ws-days " DAY(S)"
             delimited by size into print-line
           write print-line
           move spaces to print-line
           write print-line
           .

       write-report-footer.
           move spaces to print-line
           write print-line
           move spaces to print-line
           string "  NEW MILESTONES: " ws-new-milestones
             "  NOT PRINTED (ENTRANT NOT ACTIVE): " ws-held-back
             "  SOLVERS ON FILE: " ws-achieve-count
             delimited by size into print-line
           write print-line
           if ws-table-full = 'Y' then
             move spaces to print-line
             move "  ** A TABLE FILLED - NOT EVERY SOLVER CONSIDERED"
               to print-line
             write print-line
           end-if
           .

      * an empty page is news for the desk, not a failure
       set-job-status.
           evaluate true
             when ws-no-master = 'Y'
               set job-warning to true
               move "NO ACHIEVEMENT MASTER - NOTHING TO PRINT"
                 to ws-job-message
             when ws-table-full = 'Y'
               set job-warning to true
               move "HALL OF FAME TABLE FULL" to ws-job-message
             when other
               set job-ok to true
               move spaces to ws-job-message
               string ws-new-milestones " NEW MILESTONE(S) PRINTED"
                 delimited by size into ws-job-message
           end-evaluate
           .

       write-audit-log.
           move "HALL-OF-FAME" to aud-program-id
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

       end program hall-of-fame.
