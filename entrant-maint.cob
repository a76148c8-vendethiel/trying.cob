           select master-live assign to 'ENTRANT.DAT'
           organization is line sequential.

      * the score history and leaderboard are the reader's own
      * paper's - ours, or the partner's under its code
           select entrant-score assign dynamic ws-score-name
           organization is line sequential
           file status is ws-ent-score-status.

           select score-out assign to 'ENTSCORE.NEW'
           organization is line sequential.

           select score-live assign dynamic ws-score-name
           organization is line sequential.

           select leaderboard assign dynamic ws-leader-name
           organization is line sequential
           file status is ws-leaderboard-status.

           select leaderboard-out assign to 'PZLEADER.NEW'
           organization is line sequential.

           select leaderboard-live assign dynamic ws-leader-name
           organization is line sequential.

           select partner-master assign to 'PARTNER.DAT'
           organization is line sequential
           file status is ws-partner-status.

           select erasure-file assign to 'ERASURE.DAT'
           organization is line sequential
           file status is ws-erasure-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.
      * entrant master: who may enter the reader contests.  the
      * submission records carry only the eight-character ID, so
      * this file is the one place an ID ties back to a person the
      * prize desk can actually write to.  the partner code is the
      * paper whose contest the reader entered, blank for our own
       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

       fd  master-out.
       01 mo-record pic X(65).

       fd  master-live.
       01 ml-record pic X(65).

      * per-entrant correct counts and points per scoring date, as
      * puzzle-score appends them - the history a merge folds
      * together.  a row from before points were kept has none, and
      * its correct count stands in at a point apiece
       fd  entrant-score.
       01 es-record.
           02 es-date pic X(8).
           02 es-entrant-id pic X(8).
           02 es-correct pic 9(5).
           02 es-points pic 9(6).

       fd  score-out.
       01 eo-record pic X(27).

       fd  score-live.
       01 el-record pic X(27).

       fd  leaderboard.
       01 lb-record.
           02 lb-entrant-id pic X(8).
           02 lb-correct pic 9(5).
           02 lb-incorrect pic 9(5).
           02 lb-not-a-word pic 9(5).
           02 lb-points pic 9(7).

       fd  leaderboard-out.
       01 lo-record pic X(30).

       fd  leaderboard-live.
       01 ll-record pic X(30).

       fd  partner-master.
       01 pr-record.
           02 pr-code pic X(8).
           02 pr-name pic X(20).
           02 pr-editions pic X(8).
           02 pr-format pic X(1).

       fd  erasure-file.
       01 ef-record pic X(60).

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "erasure-data.copy".
       01 ws-entrant-master-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-work-id pic X(8).
       01 ws-work-name pic X(20).
       01 ws-work-town pic X(20).
       01 ws-work-partner pic X(8).
       01 ws-partner-status pic XX.
       01 ws-partner-found pic X(1).
       01 ws-score-name pic X(32).
       01 ws-leader-name pic X(32).
       01 ws-changes pic 9(3) value 0.
       01 ws-e pic 9(3).
       01 ws-found-e pic 9(3).
       01 ws-ent-score-status pic XX.
       01 ws-leaderboard-status pic XX.
       01 ws-erasure-status pic XX.

      * an erasure request as it is logged
       01 ws-work-date pic X(8).
       01 ws-work-int pic 9(7).
       01 ws-last-request-no pic 9(6).
       01 ws-request-open pic X(1).

      * a merge: the registration kept, the duplicate folded into
      * it, and the kept entrant's score per date with the
      * duplicate's added in
       01 ws-keep-id pic X(8).
       01 ws-keep-e pic 9(3).
       01 ws-confirm pic X(1).
       01 ws-rows-moved pic 9(5).
       01 ws-keep-on-board pic X(1).
       01 ws-dup-correct pic 9(5).
       01 ws-dup-incorrect pic 9(5).
       01 ws-dup-not-a-word pic 9(5).
       01 ws-dup-points pic 9(7).
       78  ws-max-merge-dates value 400.
       01 ws-merge-date-count pic 9(3).
       01 ws-merge-date-table.
           02 ws-md-entry occurs ws-max-merge-dates times.
               05 ws-md-date pic X(8).
               05 ws-md-correct pic 9(5).
               05 ws-md-points pic 9(6).
               05 ws-md-written pic X(1).
       01 ws-d pic 9(3).
       01 ws-found-d pic 9(3).

       78  ws-max-entrants value 500.
       01 ws-entrant-count pic 9(3) value 0.
               05 ws-en-town pic X(20).
               05 ws-en-join pic X(8).
               05 ws-en-active pic X(1).
               05 ws-en-partner pic X(8).

       procedure division.
       main-line.
           move "ENTRANT-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform load-entrant-master
           perform check-maintainer-sign-on
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (A)dd (D)eactivate "
               "(R)eactivate (M)erge (E)rasure request (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'A' perform add-entrant
               when 'D' perform deactivate-entrant
               when 'R' perform reactivate-entrant
               when 'M' perform merge-entrant
               when 'E' perform log-erasure-request
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "ENTRANT-MAINT" to pc-program-id
             move 'I' to pc-mode-needed
             perform check-program-permit
           end-if
           .

      * the permission matrix has the last word on whether this
      * operator may run the program at all, and in which mode
       check-program-permit.
           move so-operator-id to pc-operator-id
           move so-authority to pc-authority
           call 'permit-check' using pc-program-id, pc-operator-id,
               pc-authority, pc-mode-needed, pc-mode, pc-message
           if pc-no-access then
             set so-rejected to true
             move pc-message to so-message
           end-if
           .

       load-entrant-master.
                       to ws-en-join(ws-entrant-count)
                     move en-active
                       to ws-en-active(ws-entrant-count)
                     move en-partner
                       to ws-en-partner(ws-entrant-count)
                   end-if
               end-read
             end-perform

       list-entrants.
           display "ID        NAME                  TOWN            "
             "      JOINED    ACTIVE  PARTNER"
           perform varying ws-e from 1 by 1
             until ws-e > ws-entrant-count
             display ws-en-id(ws-e) "  " ws-en-name(ws-e) "  "
               ws-en-town(ws-e) "  " ws-en-join(ws-e) "  "
               ws-en-active(ws-e) "       " ws-en-partner(ws-e)
           end-perform
           display ws-entrant-count " ENTRANT(S) ON MASTER"
           .

       add-entrant.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "New entrant ID"
           accept ws-work-id
           perform find-entrant
      * an ID starting # is the surrogate an erasure leaves behind
           if ws-work-id(1:1) = '#' then
             display "AN ID CANNOT START WITH #"
             exit paragraph
           end-if
           if ws-found-e > 0 then
             display "ID ALREADY ON MASTER"
           else
               accept ws-work-name
               display "Postal town"
               accept ws-work-town
               display "Partner paper code (blank for our own readers)"
               accept ws-work-partner
               move function upper-case(ws-work-partner)
                 to ws-work-partner
               if ws-work-partner not = spaces then
                 perform find-partner
                 if ws-partner-found not = 'Y' then
                   display "PARTNER NOT ON PARTNER.DAT"
                   exit paragraph
                 end-if
               end-if
               add 1 to ws-entrant-count
               move ws-work-id to ws-en-id(ws-entrant-count)
               move ws-work-name to ws-en-name(ws-entrant-count)
               move ws-work-town to ws-en-town(ws-entrant-count)
               move ws-run-date to ws-en-join(ws-entrant-count)
               move 'Y' to ws-en-active(ws-entrant-count)
               move ws-work-partner
                 to ws-en-partner(ws-entrant-count)
               add 1 to ws-changes
               display "ENTRANT ADDED"
             end-if
           .

       deactivate-entrant.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Entrant ID to deactivate"
           accept ws-work-id
           perform find-entrant
           .

       reactivate-entrant.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Entrant ID to reactivate"
           accept ws-work-id
           perform find-entrant
           end-if
           .

      * a confirmed duplicate registration: its scoring history is
      * folded into the one kept, a date both scored on becoming
      * one row, and it is deactivated so nothing more can score
      * or win under it.  the score and leaderboard files are
      * rewritten there and then, and the master with them, so a
      * session ended early cannot leave the history moved but the
      * duplicate still live
       merge-entrant.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Entrant ID to keep"
           accept ws-work-id
           perform find-entrant
           if ws-found-e = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           if ws-en-active(ws-found-e) not = 'Y' then
             display "THE ENTRANT KEPT MUST BE ACTIVE"
             exit paragraph
           end-if
           move ws-work-id to ws-keep-id
           move ws-found-e to ws-keep-e
           display "Duplicate ID to merge into " ws-keep-id
           accept ws-work-id
           perform find-entrant
           if ws-found-e = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           if ws-found-e = ws-keep-e then
             display "AN ENTRANT CANNOT BE MERGED INTO ITSELF"
             exit paragraph
           end-if
      * each paper's contest keeps its own history, so a reader of
      * one cannot be folded into a reader of another
           if ws-en-partner(ws-found-e)
             not = ws-en-partner(ws-keep-e) then
             display "THE TWO ENTRANTS ARE IN DIFFERENT CONTESTS"
             exit paragraph
           end-if
           display ws-en-id(ws-found-e) "  " ws-en-name(ws-found-e)
             "  " ws-en-town(ws-found-e) "  INTO"
           display ws-en-id(ws-keep-e) "  " ws-en-name(ws-keep-e)
             "  " ws-en-town(ws-keep-e)
           display "Merge and deactivate " ws-work-id " (Y/N)"
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-confirm
           if ws-confirm not = 'Y' then
             display "MERGE NOT DONE"
             exit paragraph
           end-if
           perform set-contest-file-names
           perform merge-entrant-scores
           perform merge-leaderboard-counters
           move 'N' to ws-en-active(ws-found-e)
           perform rewrite-entrant-master
           add 1 to ws-changes
           perform write-merge-audit
           display "MERGED, " ws-rows-moved " SCORE ROW(S) MOVED TO "
             ws-keep-id
           .

      * first pass totals each date across both IDs; the second
      * writes each date's total once, where the first of its rows
      * stood, so the file keeps its date order
       merge-entrant-scores.
           move 0 to ws-rows-moved
           move 0 to ws-merge-date-count
           open input entrant-score
           if ws-ent-score-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read entrant-score
               at end move 'Y' to ws-eof
               not at end
                 if es-entrant-id = ws-keep-id
                   or es-entrant-id = ws-work-id then
                   perform total-merge-date
                 end-if
             end-read
           end-perform
           close entrant-score
           move 'N' to ws-eof
           open input entrant-score
           open output score-out
           perform until ws-eof = 'Y'
             read entrant-score
               at end move 'Y' to ws-eof
               not at end
                 if es-entrant-id = ws-keep-id
                   or es-entrant-id = ws-work-id then
                   perform write-merged-score
                 else
                   move es-record to eo-record
                   write eo-record
                 end-if
             end-read
           end-perform
           close entrant-score
           close score-out
           move 'N' to ws-eof
           open input score-out
           open output score-live
           perform until ws-eof = 'Y'
             read score-out
               at end move 'Y' to ws-eof
               not at end
                 move eo-record to el-record
                 write el-record
             end-read
           end-perform
           close score-out
           close score-live
           .

       total-merge-date.
           if es-entrant-id = ws-work-id then
             add 1 to ws-rows-moved
           end-if
           perform find-merge-date
           if ws-found-d = 0 then
             if ws-merge-date-count >= ws-max-merge-dates then
               exit paragraph
             end-if
             add 1 to ws-merge-date-count
             move ws-merge-date-count to ws-found-d
             move es-date to ws-md-date(ws-found-d)
             move 0 to ws-md-correct(ws-found-d)
             move 0 to ws-md-points(ws-found-d)
             move 'N' to ws-md-written(ws-found-d)
           end-if
           add es-correct to ws-md-correct(ws-found-d)
           if es-points is numeric then
             add es-points to ws-md-points(ws-found-d)
           else
             add es-correct to ws-md-points(ws-found-d)
           end-if
           .

       write-merged-score.
           perform find-merge-date
           if ws-found-d = 0 then
             move ws-keep-id to es-entrant-id
             move es-record to eo-record
             write eo-record
             exit paragraph
           end-if
           if ws-md-written(ws-found-d) = 'Y' then
             exit paragraph
           end-if
           move ws-keep-id to es-entrant-id
           move ws-md-correct(ws-found-d) to es-correct
           move ws-md-points(ws-found-d) to es-points
           move es-record to eo-record
           write eo-record
           move 'Y' to ws-md-written(ws-found-d)
           .

       find-merge-date.
           move 0 to ws-found-d
           perform varying ws-d from 1 by 1
             until ws-d > ws-merge-date-count or ws-found-d > 0
             if ws-md-date(ws-d) = es-date then
               move ws-d to ws-found-d
             end-if
           end-perform
           .

      * the competition-to-date counters follow the history: the
      * duplicate's are added to the kept entrant's row, or become
      * it when the kept entrant has none; puzzle-score re-ranks
      * the board on its next run
       merge-leaderboard-counters.
           move 'N' to ws-keep-on-board
           move 0 to ws-dup-correct
           move 0 to ws-dup-incorrect
           move 0 to ws-dup-not-a-word
           move 0 to ws-dup-points
           open input leaderboard
           if ws-leaderboard-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read leaderboard
               at end move 'Y' to ws-eof
               not at end
                 if lb-entrant-id = ws-keep-id then
                   move 'Y' to ws-keep-on-board
                 end-if
                 if lb-entrant-id = ws-work-id then
                   if lb-points is not numeric then
                     move lb-correct to lb-points
                   end-if
                   add lb-correct to ws-dup-correct
                   add lb-incorrect to ws-dup-incorrect
                   add lb-not-a-word to ws-dup-not-a-word
                   add lb-points to ws-dup-points
                 end-if
             end-read
           end-perform
           close leaderboard
           move 'N' to ws-eof
           open input leaderboard
           open output leaderboard-out
           perform until ws-eof = 'Y'
             read leaderboard
               at end move 'Y' to ws-eof
               not at end perform write-merged-counters
             end-read
           end-perform
           close leaderboard
           close leaderboard-out
           move 'N' to ws-eof
           open input leaderboard-out
           open output leaderboard-live
           perform until ws-eof = 'Y'
             read leaderboard-out
               at end move 'Y' to ws-eof
               not at end
                 move lo-record to ll-record
                 write ll-record
             end-read
           end-perform
           close leaderboard-out
           close leaderboard-live
           .

       write-merged-counters.
           if lb-points is not numeric then
             move lb-correct to lb-points
           end-if
           evaluate true
             when lb-entrant-id = ws-keep-id
               add ws-dup-correct to lb-correct
               add ws-dup-incorrect to lb-incorrect
               add ws-dup-not-a-word to lb-not-a-word
               add ws-dup-points to lb-points
             when lb-entrant-id = ws-work-id
               if ws-keep-on-board = 'Y' then
                 exit paragraph
               end-if
               move ws-keep-id to lb-entrant-id
           end-evaluate
           move lb-record to lo-record
           write lo-record
           .

      * each merge is its own row on the audit log, so the contest
      * file can show which registrations were folded and by whom
       write-merge-audit.
           move "ENTRANT-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "MERGED " function trim(ws-work-id) " INTO "
             function trim(ws-keep-id) delimited by size
             into aud-outcome
           move "00" to aud-return-code
           move ws-operator-id to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-log
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           .

      * a reader's request to be deleted is logged the day it is
      * keyed, against the date the letter came in, so the deadline
      * runs from when we had it rather than when it was keyed.
      * entrant-erase does the erasing; the row is written at once
      * so the clock is on file even if the session goes no further
       log-erasure-request.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           display "Entrant ID asking to be erased"
           accept ws-work-id
           perform find-entrant
           if ws-found-e = 0 then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           perform scan-erasure-requests
           if ws-request-open = 'Y' then
             display "AN ERASURE REQUEST IS ALREADY OPEN FOR "
               ws-work-id
             exit paragraph
           end-if
           display "Date the request was received "
             "(yyyymmdd, blank for today)"
           move spaces to ws-work-date
           accept ws-work-date
           if ws-work-date = spaces then
             move ws-run-date to ws-work-date
           end-if
           if ws-work-date is not numeric
             or ws-work-date > ws-run-date then
             display "NOT A VALID RECEIVED DATE"
             exit paragraph
           end-if
           if function test-date-yyyymmdd(
             function numval(ws-work-date)) not = 0 then
             display "NOT A VALID RECEIVED DATE"
             exit paragraph
           end-if
           display ws-en-id(ws-found-e) "  " ws-en-name(ws-found-e)
             "  " ws-en-town(ws-found-e)
           display "Log erasure request for " ws-work-id " (Y/N)"
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-confirm
           if ws-confirm not = 'Y' then
             display "REQUEST NOT LOGGED"
             exit paragraph
           end-if
           move spaces to er-record
           compute er-request-no = ws-last-request-no + 1
           move ws-work-id to er-entrant-id
           move ws-work-date to er-received-date
           compute ws-work-int = function integer-of-date(
             function numval(ws-work-date)) + er-days-allowed
           move function date-of-integer(ws-work-int)
             to er-deadline-date
           set er-pending to true
           move ws-operator-id to er-logged-by
           move 0 to er-rows-changed
           open extend erasure-file
           if ws-erasure-status = '35' then
             open output erasure-file
           end-if
           move er-record to ef-record
           write ef-record
           close erasure-file
           perform write-erasure-audit
           display "ERASURE REQUEST " er-request-no
             " LOGGED - DUE BY " er-deadline-date
           .

       scan-erasure-requests.
           move 0 to ws-last-request-no
           move 'N' to ws-request-open
           open input erasure-file
           if ws-erasure-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read erasure-file into er-record
                 at end move 'Y' to ws-eof
                 not at end
                   if er-request-no > ws-last-request-no then
                     move er-request-no to ws-last-request-no
                   end-if
                   if er-pending and er-entrant-id = ws-work-id then
                     move 'Y' to ws-request-open
                   end-if
               end-read
             end-perform
             close erasure-file
           end-if
           .

      * the audit row names the request, never the entrant - the
      * log is kept long after the entrant's details are gone
       write-erasure-audit.
           move "ENTRANT-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "ERASURE REQUEST " er-request-no " LOGGED"
             delimited by size into aud-outcome
           move "00" to aud-return-code
           move ws-operator-id to aud-operator-id
           call 'runnum' using aud-run-number
           open extend audit-log
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           .

       find-entrant.
           move 0 to ws-found-e
           perform varying ws-e from 1 by 1
           end-perform
           .

      * a partner's readers are scored into files named for the
      * partner, the way syndicate-feed names the partner's feed
       set-contest-file-names.
           move spaces to ws-score-name
           move spaces to ws-leader-name
           if ws-en-partner(ws-keep-e) = spaces then
             move "ENTSCORE.DAT" to ws-score-name
             move "PZLEADER.DAT" to ws-leader-name
           else
             string "ENTSCORE." function trim(ws-en-partner(ws-keep-e))
               ".DAT" into ws-score-name
             string "PZLEADER." function trim(ws-en-partner(ws-keep-e))
               ".DAT" into ws-leader-name
           end-if
           .

       find-partner.
           move 'N' to ws-partner-found
           open input partner-master
           if ws-partner-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read partner-master
               at end move 'Y' to ws-eof
               not at end
                 if pr-code = ws-work-partner then
                   move 'Y' to ws-partner-found
                   move 'Y' to ws-eof
                 end-if
             end-read
           end-perform
           close partner-master
           .

       rewrite-entrant-master.
           open output master-out
           perform varying ws-e from 1 by 1
             move spaces to mo-record
             string ws-en-id(ws-e) ws-en-name(ws-e)
               ws-en-town(ws-e) ws-en-join(ws-e)
               ws-en-active(ws-e) ws-en-partner(ws-e) into mo-record
             write mo-record
           end-perform
           close master-out
           if ws-audit-log-status = "35" then
             open output audit-log
           end-if
           call 'audit-chain' using aud-record
           write aud-record
           close audit-log
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program entrant-maint.
