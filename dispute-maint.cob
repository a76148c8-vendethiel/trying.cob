       identification division.
       program-id. dispute-maint.

       environment division.
       input-output section.
       file-control.
           select dispute-file assign to 'DISPUTE.DAT'
           organization is line sequential
           file status is ws-dispute-status.

           select dispute-out assign to 'DISPUTE.NEW'
           organization is line sequential.

           select dispute-live assign to 'DISPUTE.DAT'
           organization is line sequential.

           select entrant-master assign to 'ENTRANT.DAT'
           organization is line sequential
           file status is ws-entrant-master-status.

           select puzzle-history assign to 'PUZZHIST.DAT'
           organization is line sequential
           file status is ws-history-status.

           select answer-log assign to 'ANSWER.LOG'
           organization is line sequential
           file status is ws-answer-log-status.

           select answer-out assign to 'ANSWER.NEW'
           organization is line sequential.

           select answer-live assign to 'ANSWER.LOG'
           organization is line sequential.

           select errata-file assign to 'ERRATA.DAT'
           organization is line sequential
           file status is ws-errata-status.

           select dico-proposal assign to 'DICOTRAN.DSP'
           organization is line sequential
           file status is ws-proposal-status.

      * the score history and leaderboard of the contest the
      * answer was scored in - ours, or a partner paper's
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

           select points-rules assign to 'PZPOINTS.DAT'
           organization is line sequential
           file status is ws-points-status.

           select word-master assign to 'WORD-MASTER.DAT'
           organization is relative
           access mode is random
           relative key is ws-wm-rel-key
           file status is ws-word-master-status.

           select audit-log assign to 'AUDIT.LOG'
           organization is line sequential
           file status is ws-audit-log-status.

       data division.
       file section.
       fd  dispute-file.
       01 df-record pic X(142).

       fd  dispute-out.
       01 do-record pic X(142).

       fd  dispute-live.
       01 dl-record pic X(142).

       fd  entrant-master.
       01 en-record.
           02 en-id pic X(8).
           02 en-name pic X(20).
           02 en-town pic X(20).
           02 en-join-date pic X(8).
           02 en-active pic X(1).
           02 en-partner pic X(8).

       fd  puzzle-history.
       01 ph-record.
           02 ph-subject pic X(40).
           02 ph-date pic X(8).

       fd  answer-log.
       01 al-record pic X(90).

       fd  answer-out.
       01 ao-record pic X(90).

       fd  answer-live.
       01 av-record pic X(90).

       fd  errata-file.
       copy "errata-data.copy".

      * proposed 'A' transactions in dico-maint's transaction
      * layout, with the case behind them: the librarian reviews
      * this file and releases it as DICOTRAN.DAT, the same road
      * the vendor proposals take
       fd  dico-proposal.
       01 dt-record.
           02 dt-code pic A(1).
           02 dt-word pic A(25).
           02 dt-new-word pic A(25).
           02 dt-eff-date pic X(8).
           02 dt-submit-oper pic X(8).
           02 dt-approve-oper pic X(8).
           02 dt-case-no pic 9(6).

       fd  entrant-score.
       01 es-record.
           02 es-date pic X(8).
           02 es-entrant-id pic X(8).
           02 es-correct pic 9(5).
           02 es-points pic 9(6).

       fd  score-out.
       01 so-record pic X(27).

       fd  score-live.
       01 sl-record pic X(27).

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

       fd  points-rules.
       copy "ptrule-data.copy".

       fd  word-master.
       copy "word-master.copy".

       fd  audit-log.
       copy "audit-data.copy".

       working-storage section.
       copy "progstat-call.copy".
       copy "operator-data.copy".
       copy "signon-data.copy".
       copy "passcheck-data.copy".
       copy "permit-data.copy".
       copy "runlock-data.copy".
       copy "dispute-data.copy".
       copy "anslog-data.copy".
       01 ws-dispute-status pic XX.
       01 ws-entrant-master-status pic XX.
       01 ws-history-status pic XX.
       01 ws-answer-log-status pic XX.
       01 ws-errata-status pic XX.
       01 ws-proposal-status pic XX.
       01 ws-ent-score-status pic XX.
       01 ws-leaderboard-status pic XX.
       01 ws-audit-log-status pic XX.
       01 ws-points-status pic XX.
       01 ws-word-master-status pic XX.
       01 ws-eof pic X value 'N'.
       01 ws-run-date pic X(8).
       01 ws-action pic X(1).
       01 ws-changes pic 9(3) value 0.
       01 ws-locked pic X(1) value 'N'.
       01 ws-confirm pic X(1).
       01 ws-found pic X(1).
       01 ws-score-name pic X(32).
       01 ws-leader-name pic X(32).
       01 ws-audit-text pic X(40).

      * the case being opened or decided
       01 ws-work-case pic 9(6).
       01 ws-work-id pic X(8).
       01 ws-work-date pic X(8).
       01 ws-work-answer pic X(40).
       01 ws-work-kind pic X(1).
       01 ws-work-resolution pic X(40).
       01 ws-work-dico pic X(1).
       01 ws-last-case pic 9(6) value 0.

       78  ws-max-cases value 500.
       01 ws-case-count pic 9(3) value 0.
       01 ws-case-table.
           02 ws-cs-record pic X(142) occurs ws-max-cases times.
       01 ws-c pic 9(3).
       01 ws-found-c pic 9(3).

      * what an upheld case credits: per contest, reader and the
      * day the answer was scored, how many answers turn correct
      * and what they had been marked instead
       78  ws-max-credits value 500.
       01 ws-credit-count pic 9(3) value 0.
       01 ws-credit-table.
           02 ws-credit-entry occurs ws-max-credits times.
               05 ws-cr-partner pic X(8).
               05 ws-cr-entrant pic X(8).
               05 ws-cr-date pic X(8).
               05 ws-cr-count pic 9(5).
               05 ws-cr-was-incorrect pic 9(5).
               05 ws-cr-was-not-word pic 9(5).
               05 ws-cr-applied pic X(1).
       01 ws-cr pic 9(3).
       01 ws-found-cr pic 9(3).
       01 ws-credited pic 9(5).
       01 ws-cur-partner pic X(8).
       01 ws-partner-done pic X(1).
       01 ws-cr2 pic 9(3).

      * a credited answer earns the points puzzle-score would have
      * given it: its length band and its rarity band, or a single
      * point with no rules on file
       01 ws-answer-points pic 9(4).
       01 ws-answer-length pic 9(2).
       01 ws-answer-rank pic 9(2).
       01 ws-credit-points pic 9(7).
       01 ws-length-done pic X(1).
       01 ws-rarity-done pic X(1).
       01 ws-wm-rel-key pic 9(6).
       01 ws-wm-master-count pic 9(6).
       01 ws-wm-low pic 9(6).
       01 ws-wm-high pic 9(6).
       01 ws-wm-mid pic 9(6).
       01 ws-wm-target pic A(25).
       01 ws-wm-found pic X value 'N'.

      * the contest's leaderboard while an upheld case re-ranks it
       78  ws-max-board value 500.
       01 ws-board-count pic 9(3) value 0.
       01 ws-board-table.
           02 ws-board-entry occurs ws-max-board times.
               05 ws-bd-id pic X(8).
               05 ws-bd-correct pic 9(5).
               05 ws-bd-incorrect pic 9(5).
               05 ws-bd-not-word pic 9(5).
               05 ws-bd-points pic 9(7).
               05 ws-bd-picked pic X(1).
       01 ws-b pic 9(3).
       01 ws-found-b pic 9(3).
       01 ws-max-b pic 9(3).
       01 ws-rank pic 9(3).

       procedure division.
       main-line.
           move "DISPUTE-MAINT" to aud-program-id
           call 'sysdate' using ws-run-date
           perform check-maintainer-sign-on
           if so-rejected then
             display so-message
             move 8 to return-code
             stop run
           end-if
      * a refused sign-on is not a run - the status register
      * hears of the program only once the operator is let in
           set pst-start to true
           call 'prog-status' using pst-action, aud-record
      * upholding a case rewrites the score files the prize runs
      * read, so an update session holds them off
           if pc-may-update then
             perform take-run-lock
             if lk-busy then
               display lk-holder-message
               move 8 to return-code
               stop run
             end-if
             move 'Y' to ws-locked
           end-if
           perform load-dispute-file
           move spaces to ws-action
           perform until ws-action = 'Q'
             display "Action: (L)ist (O)pen case (U)phold "
               "(R)eject (Q)uit"
             accept ws-action
             move function upper-case(ws-action) to ws-action
             evaluate ws-action
               when 'L' perform list-cases
               when 'O' perform open-case
               when 'U' perform uphold-case
               when 'R' perform reject-case
               when 'Q' continue
               when other display "UNKNOWN ACTION"
             end-evaluate
           end-perform
           if ws-changes > 0 then
             display ws-changes " CHANGE(S) APPLIED"
           end-if
           if ws-locked = 'Y' then
             perform release-run-lock
           end-if
           perform write-audit-log
           stop run
           .

       check-maintainer-sign-on.
           display "Operator ID, for the session log"
           accept ws-operator-id
           move ws-operator-id to so-operator-id
           call 'sign-on' using so-operator-id, so-authority,
               so-result, so-message
           if so-accepted then
             move ws-operator-id to ps-operator-id
             call 'pass-check' using ps-operator-id, ps-result,
                 ps-message
             if ps-rejected then
               set so-rejected to true
               move ps-message to so-message
             end-if
           end-if
           if so-accepted then
             move "DISPUTE-MAINT" to pc-program-id
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

       take-run-lock.
           move "PRIZE-FULFIL" to lk-lock-name
           move ws-operator-id to lk-operator
           set lk-take to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       release-run-lock.
           set lk-release to true
           call 'run-lock' using lk-lock-name, lk-operator,
               lk-action, lk-result, lk-holder-message
           .

       load-dispute-file.
           move 0 to ws-case-count
           open input dispute-file
           if ws-dispute-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read dispute-file into dp-record
                 at end move 'Y' to ws-eof
                 not at end
                   if dp-case-no > ws-last-case then
                     move dp-case-no to ws-last-case
                   end-if
                   if ws-case-count < ws-max-cases then
                     add 1 to ws-case-count
                     move dp-record to ws-cs-record(ws-case-count)
                   end-if
               end-read
             end-perform
             close dispute-file
           end-if
           .

       list-cases.
           display "Open cases only (Y/N)"
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-confirm
           display "CASE   ENTRANT  PUZZLE   K S OPENED   ANSWER"
           perform varying ws-c from 1 by 1
             until ws-c > ws-case-count
             move ws-cs-record(ws-c) to dp-record
             if ws-confirm not = 'Y' or dp-open then
               display dp-case-no " " dp-entrant-id " "
                 dp-puzzle-date " " dp-kind " " dp-status " "
                 dp-opened-date " " dp-answer(1:25)
               if not dp-open then
                 display "         " dp-resolved-date " "
                   dp-resolved-by " CREDITED " dp-credited " "
                   dp-resolution
               end-if
             end-if
           end-perform
           display ws-case-count " CASE(S) ON FILE"
           .

      * a case is opened for a registered reader and a puzzle the
      * chain generated; the same answer cannot be argued twice at
      * once
       open-case.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           if ws-case-count >= ws-max-cases then
             display "DISPUTE FILE FULL"
             exit paragraph
           end-if
           display "Entrant ID"
           accept ws-work-id
           perform find-entrant
           if ws-found not = 'Y' then
             display "ID NOT ON MASTER"
             exit paragraph
           end-if
           display "Puzzle date (yyyymmdd)"
           accept ws-work-date
           if ws-work-date is not numeric then
             display "DATE MUST BE YYYYMMDD"
             exit paragraph
           end-if
           perform find-puzzle-date
           if ws-found not = 'Y' then
             display "NO PUZZLE ON HISTORY FOR " ws-work-date
             exit paragraph
           end-if
           display "Answer the reader says should score"
           accept ws-work-answer
           move function lower-case(function trim(ws-work-answer))
             to ws-work-answer
           if ws-work-answer = spaces then
             display "NO ANSWER GIVEN"
             exit paragraph
           end-if
           display "(W)ord the dictionary lacks or (K)ey wrong"
           accept ws-work-kind
           move function upper-case(ws-work-kind) to ws-work-kind
           if ws-work-kind not = 'W' and ws-work-kind not = 'K' then
             display "KIND MUST BE W OR K"
             exit paragraph
           end-if
           perform varying ws-c from 1 by 1
             until ws-c > ws-case-count
             move ws-cs-record(ws-c) to dp-record
             if dp-open and dp-entrant-id = ws-work-id
               and dp-puzzle-date = ws-work-date
               and dp-answer = ws-work-answer then
               display "CASE " dp-case-no " IS ALREADY OPEN FOR IT"
               exit paragraph
             end-if
           end-perform
           add 1 to ws-last-case
           move spaces to dp-record
           move ws-last-case to dp-case-no
           move ws-work-id to dp-entrant-id
           move ws-work-date to dp-puzzle-date
           move ws-work-answer to dp-answer
           move ws-work-kind to dp-kind
           set dp-open to true
           move ws-run-date to dp-opened-date
           move ws-operator-id to dp-opened-by
           move 0 to dp-credited
           move 'N' to dp-dico-sent
           add 1 to ws-case-count
           move dp-record to ws-cs-record(ws-case-count)
           perform rewrite-dispute-file
           add 1 to ws-changes
           move spaces to ws-audit-text
           string "DISPUTE CASE " dp-case-no " OPENED"
             delimited by size into ws-audit-text
           perform write-case-audit
           display "CASE " dp-case-no " OPENED"
           .

      * upholding a case makes the answer correct for the puzzle
      * date from now on - the erratum - and credits every answer
      * already scored wrong with it, whoever sent it, in the
      * contest it was scored in.  the prize draw then pools the
      * corrected day rows
       uphold-case.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-case
           if ws-found-c = 0 then
             exit paragraph
           end-if
           display dp-case-no " " dp-entrant-id " " dp-puzzle-date
             " " dp-answer
           display "Resolution"
           accept ws-work-resolution
           move 'N' to ws-work-dico
           if dp-word-unknown then
             if dp-answer(26:15) not = spaces then
               display "TOO LONG FOR THE DICTIONARY - NO "
                 "TRANSACTION PROPOSED"
             else
               display "Propose " function trim(dp-answer)
                 " for the dictionary (Y/N)"
               accept ws-work-dico
               move function upper-case(ws-work-dico)
                 to ws-work-dico
             end-if
           end-if
           perform count-answers-to-credit
           display ws-credited " SCORED ANSWER(S) WILL BE CREDITED"
           display "Uphold case " dp-case-no " (Y/N)"
           accept ws-confirm
           move function upper-case(ws-confirm) to ws-confirm
           if ws-confirm not = 'Y' then
             display "CASE NOT UPHELD"
             exit paragraph
           end-if
           perform find-answer-points
           perform write-erratum
           if ws-work-dico = 'Y' then
             perform write-dico-proposal
           end-if
           perform rescore-answer-log
           perform varying ws-cr from 1 by 1
             until ws-cr > ws-credit-count
             perform check-partner-done
             if ws-partner-done = 'N' then
               move ws-cr-partner(ws-cr) to ws-cur-partner
               perform set-contest-file-names
               perform credit-entrant-scores
               perform credit-leaderboard
             end-if
           end-perform
           set dp-upheld to true
           move ws-work-resolution to dp-resolution
           move ws-run-date to dp-resolved-date
           move ws-operator-id to dp-resolved-by
           move ws-credited to dp-credited
           move ws-work-dico to dp-dico-sent
           move dp-record to ws-cs-record(ws-found-c)
           perform rewrite-dispute-file
           add 1 to ws-changes
           move spaces to ws-audit-text
           string "DISPUTE CASE " dp-case-no " UPHELD " ws-credited
             " CREDITED" delimited by size into ws-audit-text
           perform write-case-audit
           display "CASE " dp-case-no " UPHELD, " ws-credited
             " ANSWER(S) CREDITED"
           .

       reject-case.
           if not pc-may-update then
             display "INQUIRY ONLY - ACTION NOT PERMITTED"
             exit paragraph
           end-if
           perform find-case
           if ws-found-c = 0 then
             exit paragraph
           end-if
           display dp-case-no " " dp-entrant-id " " dp-puzzle-date
             " " dp-answer
           display "Resolution"
           accept ws-work-resolution
           if ws-work-resolution = spaces then
             display "A REJECTED CASE NEEDS ITS REASON"
             exit paragraph
           end-if
           set dp-rejected to true
           move ws-work-resolution to dp-resolution
           move ws-run-date to dp-resolved-date
           move ws-operator-id to dp-resolved-by
           move dp-record to ws-cs-record(ws-found-c)
           perform rewrite-dispute-file
           add 1 to ws-changes
           move spaces to ws-audit-text
           string "DISPUTE CASE " dp-case-no " REJECTED"
             delimited by size into ws-audit-text
           perform write-case-audit
           display "CASE " dp-case-no " REJECTED"
           .

       find-case.
           move 0 to ws-found-c
           display "Case number"
           move 0 to ws-work-case
           accept ws-work-case
           perform varying ws-c from 1 by 1
             until ws-c > ws-case-count or ws-found-c > 0
             move ws-cs-record(ws-c) to dp-record
             if dp-case-no = ws-work-case then
               move ws-c to ws-found-c
             end-if
           end-perform
           if ws-found-c = 0 then
             display "NO SUCH CASE"
             exit paragraph
           end-if
           move ws-cs-record(ws-found-c) to dp-record
           if not dp-open then
             display "CASE " dp-case-no " IS ALREADY DECIDED"
             move 0 to ws-found-c
           end-if
           .

       find-entrant.
           move 'N' to ws-found
           open input entrant-master
           if ws-entrant-master-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read entrant-master
               at end move 'Y' to ws-eof
               not at end
                 if en-id = ws-work-id then
                   move 'Y' to ws-found
                   move 'Y' to ws-eof
                 end-if
             end-read
           end-perform
           close entrant-master
           .

       find-puzzle-date.
           move 'N' to ws-found
           open input puzzle-history
           if ws-history-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read puzzle-history
               at end move 'Y' to ws-eof
               not at end
                 if ph-date = ws-work-date then
                   move 'Y' to ws-found
                   move 'Y' to ws-eof
                 end-if
             end-read
           end-perform
           close puzzle-history
           .

      * only answers marked wrong are credited: one already correct
      * or credited by an earlier case stays as it is
       count-answers-to-credit.
           move 0 to ws-credited
           open input answer-log
           if ws-answer-log-status not = '00' then
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read answer-log into an-record
               at end move 'Y' to ws-eof
               not at end
                 if an-puzzle-date = dp-puzzle-date
                   and an-answer = dp-answer
                   and (an-verdict = "INCORRECT"
                     or an-verdict = "NOT-A-WORD") then
                   add 1 to ws-credited
                 end-if
             end-read
           end-perform
           close answer-log
           .

       find-answer-points.
           move function length(function trim(dp-answer))
             to ws-answer-length
           move 0 to ws-answer-rank
           perform find-word-rank
           move 0 to ws-answer-points
           move 'N' to ws-length-done
           move 'N' to ws-rarity-done
           open input points-rules
           if ws-points-status not = '00' then
             move 1 to ws-answer-points
             exit paragraph
           end-if
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read points-rules
               at end move 'Y' to ws-eof
               not at end
                 if pt-low is numeric and pt-high is numeric
                   and pt-points is numeric then
                   perform take-points-rule
                 end-if
             end-read
           end-perform
           close points-rules
           .

      * the first row of each kind that fits is the one that pays,
      * as in scoring
       take-points-rule.
           if pt-length-band and ws-length-done = 'N'
             and ws-answer-length >= pt-low
             and ws-answer-length <= pt-high then
             add pt-points to ws-answer-points
             move 'Y' to ws-length-done
           end-if
           if pt-rarity-band and ws-rarity-done = 'N'
             and ws-answer-rank >= pt-low
             and ws-answer-rank <= pt-high then
             add pt-points to ws-answer-points
             move 'Y' to ws-rarity-done
           end-if
           .

       find-word-rank.
           open input word-master
           if ws-word-master-status not = '00' then
             exit paragraph
           end-if
           move 1 to ws-wm-rel-key
           read word-master
           move wm-word(1:6) to ws-wm-master-count
           move dp-answer(1:25) to ws-wm-target
           move 'N' to ws-wm-found
           move 2 to ws-wm-low
           compute ws-wm-high = ws-wm-master-count + 1
           perform until ws-wm-low > ws-wm-high or ws-wm-found = 'Y'
             compute ws-wm-mid = (ws-wm-low + ws-wm-high) / 2
             move ws-wm-mid to ws-wm-rel-key
             read word-master
               invalid key continue
             end-read
             if wm-word = ws-wm-target then
               move 'Y' to ws-wm-found
               move wm-freq-rank to ws-answer-rank
             else
               if wm-word < ws-wm-target then
                 compute ws-wm-low = ws-wm-mid + 1
               else
                 compute ws-wm-high = ws-wm-mid - 1
               end-if
             end-if
           end-perform
           close word-master
           .

       write-erratum.
           open extend errata-file
           if ws-errata-status = '35' then
             open output errata-file
           end-if
           move dp-puzzle-date to ea-puzzle-date
           move dp-answer to ea-answer
           move dp-case-no to ea-case-no
           move ws-run-date to ea-added-date
           write ea-record
           close errata-file
           .

       write-dico-proposal.
           open extend dico-proposal
           if ws-proposal-status = '35' then
             open output dico-proposal
           end-if
           move 'A' to dt-code
           move spaces to dt-word
           move dp-answer(1:25) to dt-new-word
           move spaces to dt-eff-date
           move ws-operator-id to dt-submit-oper
           move spaces to dt-approve-oper
           move dp-case-no to dt-case-no
           write dt-record
           close dico-proposal
           display "PROPOSED TO THE LIBRARIAN IN DICOTRAN.DSP"
           .

      * the log is written back with the credited answers marked
      * correct under the case, and the credits gathered by contest,
      * reader and scoring day as it goes
       rescore-answer-log.
           move 0 to ws-credit-count
           move 0 to ws-credited
           open input answer-log
           if ws-answer-log-status not = '00' then
             exit paragraph
           end-if
           open output answer-out
           move 'N' to ws-eof
           perform until ws-eof = 'Y'
             read answer-log into an-record
               at end move 'Y' to ws-eof
               not at end
                 if an-puzzle-date = dp-puzzle-date
                   and an-answer = dp-answer
                   and (an-verdict = "INCORRECT"
                     or an-verdict = "NOT-A-WORD") then
                   perform note-credit
                 end-if
                 move an-record to ao-record
                 write ao-record
             end-read
           end-perform
           close answer-log
           close answer-out
           move 'N' to ws-eof
           open input answer-out
           open output answer-live
           perform until ws-eof = 'Y'
             read answer-out
               at end move 'Y' to ws-eof
               not at end
                 move ao-record to av-record
                 write av-record
             end-read
           end-perform
           close answer-out
           close answer-live
           .

       note-credit.
           move 0 to ws-found-cr
           perform varying ws-cr from 1 by 1
             until ws-cr > ws-credit-count or ws-found-cr > 0
             if ws-cr-partner(ws-cr) = an-partner
               and ws-cr-entrant(ws-cr) = an-entrant-id
               and ws-cr-date(ws-cr) = an-scored-date then
               move ws-cr to ws-found-cr
             end-if
           end-perform
           if ws-found-cr = 0 then
             if ws-credit-count >= ws-max-credits then
               exit paragraph
             end-if
             add 1 to ws-credit-count
             move ws-credit-count to ws-found-cr
             move an-partner to ws-cr-partner(ws-found-cr)
             move an-entrant-id to ws-cr-entrant(ws-found-cr)
             move an-scored-date to ws-cr-date(ws-found-cr)
             move 0 to ws-cr-count(ws-found-cr)
             move 0 to ws-cr-was-incorrect(ws-found-cr)
             move 0 to ws-cr-was-not-word(ws-found-cr)
             move 'N' to ws-cr-applied(ws-found-cr)
           end-if
           add 1 to ws-cr-count(ws-found-cr)
           if an-verdict = "INCORRECT" then
             add 1 to ws-cr-was-incorrect(ws-found-cr)
           else
             add 1 to ws-cr-was-not-word(ws-found-cr)
           end-if
           add 1 to ws-credited
           move "CORRECT" to an-verdict
           move dp-case-no to an-case-no
           .

       check-partner-done.
           move 'N' to ws-partner-done
           perform varying ws-cr2 from 1 by 1
             until ws-cr2 >= ws-cr
             if ws-cr-partner(ws-cr2) = ws-cr-partner(ws-cr) then
               move 'Y' to ws-partner-done
             end-if
           end-perform
           .

      * a partner's readers are scored into files named for the
      * partner, the way syndicate-feed names the partner's feed
       set-contest-file-names.
           move spaces to ws-score-name
           move spaces to ws-leader-name
           if ws-cur-partner = spaces then
             move "ENTSCORE.DAT" to ws-score-name
             move "PZLEADER.DAT" to ws-leader-name
           else
             string "ENTSCORE." function trim(ws-cur-partner)
               ".DAT" into ws-score-name
             string "PZLEADER." function trim(ws-cur-partner)
               ".DAT" into ws-leader-name
           end-if
           .

      * the day rows are in date order: a reader credited on a day
      * they scored nothing gets a row of their own, placed ahead of
      * the first later day so the order holds
       credit-entrant-scores.
           open output score-out
           open input entrant-score
           if ws-ent-score-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read entrant-score
                 at end move 'Y' to ws-eof
                 not at end
                   perform write-earlier-credits
                   perform varying ws-cr from 1 by 1
                     until ws-cr > ws-credit-count
                     if ws-cr-partner(ws-cr) = ws-cur-partner
                       and ws-cr-applied(ws-cr) = 'N'
                       and ws-cr-entrant(ws-cr) = es-entrant-id
                       and ws-cr-date(ws-cr) = es-date then
                       if es-points is not numeric then
                         move es-correct to es-points
                       end-if
                       add ws-cr-count(ws-cr) to es-correct
                       compute es-points = es-points
                         + ws-cr-count(ws-cr) * ws-answer-points
                       move 'Y' to ws-cr-applied(ws-cr)
                     end-if
                   end-perform
                   move es-record to so-record
                   write so-record
               end-read
             end-perform
             close entrant-score
           end-if
           move high-values to es-date
           perform write-earlier-credits
           close score-out
           move 'N' to ws-eof
           open input score-out
           open output score-live
           perform until ws-eof = 'Y'
             read score-out
               at end move 'Y' to ws-eof
               not at end
                 move so-record to sl-record
                 write sl-record
             end-read
           end-perform
           close score-out
           close score-live
           .

       write-earlier-credits.
           perform varying ws-cr from 1 by 1
             until ws-cr > ws-credit-count
             if ws-cr-partner(ws-cr) = ws-cur-partner
               and ws-cr-applied(ws-cr) = 'N'
               and ws-cr-date(ws-cr) < es-date then
               compute ws-credit-points =
                 ws-cr-count(ws-cr) * ws-answer-points
               move spaces to so-record
               string ws-cr-date(ws-cr) ws-cr-entrant(ws-cr)
                 ws-cr-count(ws-cr) ws-credit-points(2:6)
                 delimited by size into so-record
               write so-record
               move 'Y' to ws-cr-applied(ws-cr)
             end-if
           end-perform
           .

      * the counters move from wrong to correct, the points go on,
      * and the board is ranked again by points, as the scoring run
      * leaves it
       credit-leaderboard.
           move 0 to ws-board-count
           open input leaderboard
           if ws-leaderboard-status = '00' then
             move 'N' to ws-eof
             perform until ws-eof = 'Y'
               read leaderboard
                 at end move 'Y' to ws-eof
                 not at end
                   if ws-board-count < ws-max-board then
                     add 1 to ws-board-count
                     move lb-entrant-id to ws-bd-id(ws-board-count)
                     move lb-correct to ws-bd-correct(ws-board-count)
                     move lb-incorrect
                       to ws-bd-incorrect(ws-board-count)
                     move lb-not-a-word
                       to ws-bd-not-word(ws-board-count)
                     if lb-points is numeric then
                       move lb-points to ws-bd-points(ws-board-count)
                     else
                       move lb-correct
                         to ws-bd-points(ws-board-count)
                     end-if
                   end-if
               end-read
             end-perform
             close leaderboard
           end-if
           perform varying ws-cr from 1 by 1
             until ws-cr > ws-credit-count
             if ws-cr-partner(ws-cr) = ws-cur-partner then
               perform credit-board-entry
             end-if
           end-perform
           perform varying ws-b from 1 by 1
             until ws-b > ws-board-count
             move 'N' to ws-bd-picked(ws-b)
           end-perform
           open output leaderboard-out
           perform varying ws-rank from 1 by 1
             until ws-rank > ws-board-count
             move 0 to ws-max-b
             perform varying ws-b from 1 by 1
               until ws-b > ws-board-count
               if ws-bd-picked(ws-b) = 'N' then
                 if ws-max-b = 0 then
                   move ws-b to ws-max-b
                 else
                 if ws-bd-points(ws-b) > ws-bd-points(ws-max-b)
                   or (ws-bd-points(ws-b) = ws-bd-points(ws-max-b)
                   and ws-bd-correct(ws-b) >
                     ws-bd-correct(ws-max-b)) then
                   move ws-b to ws-max-b
                 end-if
                 end-if
               end-if
             end-perform
             move 'Y' to ws-bd-picked(ws-max-b)
             move spaces to lo-record
             string ws-bd-id(ws-max-b) ws-bd-correct(ws-max-b)
               ws-bd-incorrect(ws-max-b) ws-bd-not-word(ws-max-b)
               ws-bd-points(ws-max-b) delimited by size
               into lo-record
             write lo-record
           end-perform
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

       credit-board-entry.
           move 0 to ws-found-b
           perform varying ws-b from 1 by 1
             until ws-b > ws-board-count or ws-found-b > 0
             if ws-bd-id(ws-b) = ws-cr-entrant(ws-cr) then
               move ws-b to ws-found-b
             end-if
           end-perform
           if ws-found-b = 0 then
             if ws-board-count >= ws-max-board then
               exit paragraph
             end-if
             add 1 to ws-board-count
             move ws-board-count to ws-found-b
             move ws-cr-entrant(ws-cr) to ws-bd-id(ws-found-b)
             move 0 to ws-bd-correct(ws-found-b)
             move 0 to ws-bd-incorrect(ws-found-b)
             move 0 to ws-bd-not-word(ws-found-b)
             move 0 to ws-bd-points(ws-found-b)
           end-if
           add ws-cr-count(ws-cr) to ws-bd-correct(ws-found-b)
           compute ws-bd-points(ws-found-b) = ws-bd-points(ws-found-b)
             + ws-cr-count(ws-cr) * ws-answer-points
           if ws-bd-incorrect(ws-found-b)
             < ws-cr-was-incorrect(ws-cr) then
             move 0 to ws-bd-incorrect(ws-found-b)
           else
             subtract ws-cr-was-incorrect(ws-cr)
               from ws-bd-incorrect(ws-found-b)
           end-if
           if ws-bd-not-word(ws-found-b)
             < ws-cr-was-not-word(ws-cr) then
             move 0 to ws-bd-not-word(ws-found-b)
           else
             subtract ws-cr-was-not-word(ws-cr)
               from ws-bd-not-word(ws-found-b)
           end-if
           .

       rewrite-dispute-file.
           open output dispute-out
           perform varying ws-c from 1 by 1
             until ws-c > ws-case-count
             move ws-cs-record(ws-c) to do-record
             write do-record
           end-perform
           close dispute-out
           move 'N' to ws-eof
           open input dispute-out
           open output dispute-live
           perform until ws-eof = 'Y'
             read dispute-out
               at end move 'Y' to ws-eof
               not at end
                 move do-record to dl-record
                 write dl-record
             end-read
           end-perform
           close dispute-out
           close dispute-live
           .

      * each decision is on the audit trail by case number alone -
      * the reader's name stays in the case file
       write-case-audit.
           move "DISPUTE-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move ws-audit-text to aud-outcome
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

       write-audit-log.
           move "DISPUTE-MAINT" to aud-program-id
           move function current-date to aud-timestamp
           move spaces to aud-outcome
           string "DISPUTE MAINTENANCE COMPLETE, " ws-changes
             " CHANGE(S)" delimited by size into aud-outcome
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
           set pst-end to true
           call 'prog-status' using pst-action, aud-record
           .

       end program dispute-maint.
